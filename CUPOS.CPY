      * Cupos de descarga otorgados por dia, producto y acopiador
      * (ACOP-NES), cargados por PL-180. El registro con numero cero
      * guarda en ULTIMO-CUPO el ultimo numero asignado en la planta.
       FD  AR-CUPOS
           LABEL RECORD STANDARD.
       01  AR-CUPOS-REC.
           02 CLAVE-CUPOS.
              03 EMPRESA-CUPO       PIC 9(3).
              03 PLANTA-CUPO        PIC 9(3).
              03 NUMERO-CUPO        PIC 9(8).
           02 ALT-CUPOS-FEC.
              03 EMPRESA2-CUPO      PIC 9(3).
              03 PLANTA2-CUPO       PIC 9(3).
              03 FECHA-CUPO         PIC 9(8).
              03 ACOP-CUPO          PIC 9(5).
              03 PRODUCTO-CUPO      PIC 9(4).
           02 CAMIONES-CUPO         PIC 9(4).
           02 KILOS-CUPO            PIC 9(9).
           02 ACTIVO-CUPO           PIC 9.
           02 OBSERV-CUPO           PIC X(30).
           02 USUARIO-CUPO          PIC X(15).
           02 FECALTA-CUPO          PIC 9(8).
           02 ULTIMO-CUPO           PIC 9(8).
           02 FILLER                PIC X(20).
