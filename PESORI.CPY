      * Pesos declarados en origen en la carta de porte de cada
      * camion de AR-CAMIONES o AR-CAMITRAN, tal como vienen en el
      * archivo diario del romaneo (importado por PL-184). FECIMP
      * es la fecha de proceso del archivo de romaneo que lo trajo;
      * ORIGEN-PORI indica de que archivo es el camion (C =
      * camiones, T = traslado).
       FD  AR-PESORI
           LABEL RECORD STANDARD.
       01  AR-PESORI-REC.
           02 CLAVE-PESORI.
              03 INTERNO-PORI       PIC 9(6).
              03 MUESTRA-PORI       PIC 9(12).
           02 ALT-PESORI-IMP.
              03 EMPRESA-PORI       PIC 9(3).
              03 PLANTA-PORI        PIC 9(3).
              03 FECIMP-PORI        PIC 9(8).
           02 PORTE-PORI            PIC 9(13).
           02 PATENTE-PORI          PIC X(10).
           02 CUIT-PORI             PIC 9(13).
           02 BRUTO-PORI            PIC 9(9).
           02 TARA-PORI             PIC 9(9).
           02 NETO-PORI             PIC 9(9).
           02 ORIGEN-PORI           PIC X.
           02 FECHA-PORI            PIC 9(8).
           02 HORA-PORI             PIC 9(8).
           02 FILLER                PIC X(20).
