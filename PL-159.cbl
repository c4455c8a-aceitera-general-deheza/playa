      *          de camiones parados y cuantos estan demorados, para
      *          que el supervisor destrabe calado, analisis y
      *          descarga antes de que se arme fila en la ruta.
      * 108087 - Playa - Las altas y modificaciones de topes por etapa
      *          quedan en la bitacora de cambios AR-BITACORA con la
      *          imagen anterior y posterior del registro.
       PROGRAM-ID. PL-159.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY "CAMIONES.SEL".
       COPY "TOPEETA.SEL".
108087 COPY "BITACORA.SEL".
       COPY "PANTAL.SEL".

           SELECT OPTIONAL AR-MONI ASSIGN TO TEMPORARIO-MONI

       COPY "CAMIONES.CPY".
       COPY "TOPEETA.CPY".
108087 COPY "BITACORA.CPY".
       copy "PANTAL.cpy".

       FD  AR-MONI LABEL RECORD STANDARD.

       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       77  K             PIC 9999 VALUE ZEROS.
       77  I             PIC 9999 VALUE ZEROS.
       77  IT            PIC 9999 VALUE ZEROS.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-159' TO PROGRAMA-BIT-W.

           ACCEPT HORA-TMP FROM TIME.
           MOVE SPACES TO TEMPORARIO.
           END-IF.
           MOVE ETATOPE-INPUT TO ETAPA-TOPEETA.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-TOPEETA INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-TOPEETA-REC TO ANTES-BIT-W
108087          MOVE 'M'            TO OPERA-BIT-W
           END-READ.
           MOVE ETATOPE-INPUT TO ETAPA-TOPEETA.
           MOVE TOPE-INPUT    TO TOPE-MIN-TOPEETA.
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-TOPEETA' TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-TOPEETA TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-TOPEETA-REC TO LARGO-BIT-W.
108087     MOVE AR-TOPEETA-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE 'TOPE GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-TOPE.
           END-IF.
       EXIT-ACUM-RESU-ETAPA.
           EXIT.

108087     COPY "BITACORA.PRD".
