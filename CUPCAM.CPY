      * Numero de cupo con que llego cada camion de AR-CAMIONES o
      * AR-CAMITRAN (cargado por PL-180).
       FD  AR-CUPCAM
           LABEL RECORD STANDARD.
       01  AR-CUPCAM-REC.
           02 CLAVE-CUPCAM.
              03 INTERNO-CUPC       PIC 9(6).
              03 MUESTRA-CUPC       PIC 9(12).
           02 EMPRESA-CUPC          PIC 9(3).
           02 PLANTA-CUPC           PIC 9(3).
           02 NUMERO-CUPC           PIC 9(8).
           02 FECHA-CUPC            PIC 9(8).
           02 USUARIO-CUPC          PIC X(15).
           02 FILLER                PIC X(20).
