      *          dentro del dia, para que la posicion diaria de
      *          stock de PL-173 calcule entradas, salidas y saldos
      *          sin la planilla manual.
      * 108087 - Playa - Cada egreso grabado queda en la bitacora de
      *          cambios AR-BITACORA como alta con la imagen del
      *          registro.
       PROGRAM-ID. PL-172.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY "EGRESOS.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "EGRESOS.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

       77  SEQ-W              PIC 9(4) VALUE ZEROS.
       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-172.scr".


           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-172' TO PROGRAMA-BIT-W.

           OPEN I-O AR-EGRESOS.
           OPEN INPUT AR-PRODUCTO.
           WRITE AR-EGRESOS-REC INVALID KEY
                GO TO GRABA-EGRESO-WRITE
           END-WRITE.
108087     MOVE 'AR-EGRESOS'   TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-EGRESOS  TO CLAVE-BIT-W.
108087     MOVE 'A'            TO OPERA-BIT-W.
108087     MOVE LENGTH OF AR-EGRESOS-REC TO LARGO-BIT-W.
108087     MOVE SPACES         TO ANTES-BIT-W.
108087     MOVE AR-EGRESOS-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE SPACES TO MENSA-W.
           STRING 'EGRESO GRABADO CON NUMERO ' DELIMITED BY SIZE
                  SEQ-W DELIMITED BY SIZE
           DISPLAY PL-172-SF-1-Screen.
       EXIT-GRABA-EGRESO.
           EXIT.

108087     COPY "BITACORA.PRD".
