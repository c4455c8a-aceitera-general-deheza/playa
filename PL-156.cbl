      *          sin el permiso de mantenimiento no entra; el
      *          intento rechazado queda anotado en AR-LOG153 con
      *          destino 'R'.
      * 108087 - Playa - Las altas y modificaciones de rubros y de
      *          definiciones de columnas quedan en la bitacora de
      *          cambios AR-BITACORA con la imagen anterior y posterior
      *          del registro.
       PROGRAM-ID. PL-156.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "PRODUCTO.SEL".
108077 COPY "PERFIL.SEL".
108077 COPY "LOG153.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.
       COPY "PRODUCTO.CPY".
108077 COPY "PERFIL.CPY".
108077 COPY "LOG153.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.


       01  MENSA-W         PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

108077 77  PERM-MANT-W        PIC 9 VALUE 1.
108077 01  OPCION-RECHAZO-W   PIC X(30) VALUE SPACES.
108077 01  HORA-D             PIC 9(8).

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-156' TO PROGRAMA-BIT-W.

           OPEN I-O AR-RUBROS AR-DEFANAL.
           OPEN INPUT AR-PRODUCTO.
           END-IF.
           MOVE CODRUB-INPUT TO CODIGO-RUBROS.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-RUBROS INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-RUBROS-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           MOVE CODRUB-INPUT  TO CODIGO-RUBROS.
           MOVE NOMRUB-INPUT  TO NOMBRE-RUBROS.
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-RUBROS' TO ARCHIVO-BIT-W.
108087     MOVE CODIGO-RUBROS TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-RUBROS-REC TO LARGO-BIT-W.
108087     MOVE AR-RUBROS-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE ZEROS TO CONFIRMA-INPUT.
           MOVE 'RUBRO GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
           MOVE PRODDEF-INPUT TO PRODUCTO-DEFANAL.
           MOVE RUBDEF-INPUT  TO RUBRO-DEFANAL.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-DEFANAL INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-DEFANAL-REC TO ANTES-BIT-W
108087          MOVE 'M'            TO OPERA-BIT-W
           END-READ.
           MOVE PRODDEF-INPUT TO PRODUCTO-DEFANAL.
           MOVE RUBDEF-INPUT  TO RUBRO-DEFANAL.
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-DEFANAL' TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-DEFANAL TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-DEFANAL-REC TO LARGO-BIT-W.
108087     MOVE AR-DEFANAL-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE ZEROS TO CONFIRMA-INPUT.
           MOVE 'DEFINICION GRABADA' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
           GO TO LEO-USO-RUBRO.
       EXIT-BUSCA-USO-RUBRO.
           EXIT.

108087     COPY "BITACORA.PRD".
