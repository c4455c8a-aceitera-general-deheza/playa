      *          entrar a esta pantalla; los intentos rechazados en
      *          cualquier programa quedan anotados en AR-LOG153 con
      *          destino 'R' y la opcion rechazada como archivo.
      * 108087 - Playa - Cada alta o cambio de permisos queda en la
      *          bitacora de cambios AR-BITACORA con la imagen
      *          anterior y posterior del perfil.
       PROGRAM-ID. PL-168.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY "PERFIL.SEL".
       COPY "LOG153.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "PERFIL.CPY".
       COPY "LOG153.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

       01  HORA-D             PIC 9(8).
       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-168.scr".


           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-168' TO PROGRAMA-BIT-W.

           OPEN I-O AR-PERFIL.

           END-IF.
           MOVE USUARIO-INPUT TO USUARIO-PERFIL.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-PERFIL INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-PERFIL-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           MOVE USUARIO-INPUT TO USUARIO-PERFIL.
           MOVE PEXCEL-INPUT  TO EXCEL-PERFIL.
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-PERFIL'    TO ARCHIVO-BIT-W.
108087     MOVE USUARIO-PERFIL TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-PERFIL-REC TO LARGO-BIT-W.
108087     MOVE AR-PERFIL-REC  TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE 'PERFIL GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-PERFIL.
           CLOSE AR-LOG153.
       EXIT-GRABA-RECHAZO.
           EXIT.

108087     COPY "BITACORA.PRD".
