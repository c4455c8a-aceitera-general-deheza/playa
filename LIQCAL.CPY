       FD  AR-LIQCAL
           LABEL RECORD STANDARD.
       01  AR-LIQCAL-REC.
           02 CLAVE-LIQCAL.
              03 EMPRESA-LIQCAL     PIC 9(3).
              03 PLANTA-LIQCAL      PIC 9(3).
              03 INTERNO-LIQCAL     PIC 9(6).
              03 MUESTRA-LIQCAL     PIC 9(12).
           02 ACOP-LIQCAL           PIC 9(5).
           02 ACOP2-LIQCAL          PIC 9(5).
           02 PORTE-LIQCAL          PIC 9(13).
           02 FECHA-CAL-LIQCAL      PIC 9(8).
           02 PRODUCTO-LIQCAL       PIC 9(4).
           02 FIRME-LIQCAL          PIC 9(2).
           02 HUMEDAD-LIQCAL        PIC S9(3)V9(4).
           02 KILOS-LIQCAL          PIC S9(9).
           02 MERMA-LIQCAL          PIC S9(9).
           02 NETON-LIQCAL          PIC S9(9).
           02 FACTOR-LIQCAL         PIC S9(3)V9(4).
           02 KILOSLIQ-LIQCAL       PIC S9(9).
           02 RUBROS-LIQCAL.
              03 ALL-RUBROS-LIQCAL OCCURS 20 TIMES.
                 04 RUBRO-LIQCAL    PIC 9(4).
                 04 VALOR-LIQCAL    PIC S9(3)V9(4).
                 04 BASE-LIQCAL     PIC S9(3)V9(4).
                 04 PUNTOS-LIQCAL   PIC S9(3)V9(4).
           02 FECHA-PROC-LIQCAL     PIC 9(8).
           02 USUARIO-LIQCAL        PIC X(15).
           02 FILLER                PIC X(20).
