      * Bitacora de cambios de los mantenimientos de la suite. Un
      * registro por alta (A), modificacion (M) o baja (B) con el
      * archivo y la clave del registro tocado, usuario, fecha y
      * hora, programa, y la imagen de los campos antes y despues
      * del cambio (en el alta la imagen anterior va en blanco).
      * LARGO-BITA es la cantidad de posiciones usadas de cada
      * imagen. La consulta es PL-186.
       FD  AR-BITACORA
           LABEL RECORD STANDARD.
       01  AR-BITACORA-REC.
           02 CLAVE-BITA.
              03 FECHA-BITA         PIC 9(8).
              03 HORA-BITA          PIC 9(8).
              03 SEQ-BITA           PIC 9(4).
           02 ALT-BITA-ARCH.
              03 ARCHIVO-BITA       PIC X(12).
              03 CLAVEREG-BITA      PIC X(40).
              03 FECHA2-BITA        PIC 9(8).
           02 ALT-BITA-USU.
              03 USUARIO-BITA       PIC X(15).
              03 FECHA3-BITA        PIC 9(8).
           02 PROGRAMA-BITA         PIC X(8).
           02 EMPRESA-BITA          PIC 9(3).
           02 PLANTA-BITA           PIC 9(3).
           02 OPERACION-BITA        PIC X.
           02 LARGO-BITA            PIC 9(3).
           02 ANTES-BITA            PIC X(500).
           02 DESPUES-BITA          PIC X(500).
           02 FILLER                PIC X(20).
