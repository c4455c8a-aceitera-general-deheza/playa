      *          por interno/muestra para que la liquidacion de
      *          fletes PL-166 agrupe por transportista y patente en
      *          lugar de reconstruir los viajes con planillas.
      * 108087 - Playa - Las altas y modificaciones del padron de
      *          transportistas y los cambios de patente/transpor-
      *          tista del camion quedan en la bitacora de cambios
      *          AR-BITACORA con la imagen anterior y posterior.
       PROGRAM-ID. PL-165.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY "CAMIONES.SEL".
       COPY "TRANSPOR.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "TRANSPOR.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.


       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-165.scr".


           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-165' TO PROGRAMA-BIT-W.

           OPEN I-O AR-CAMIONES AR-TRANSPOR.

           END-IF.
           MOVE CODTRA-INPUT TO CODIGO-TRANSP.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-TRANSPOR INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-TRANSPOR-REC TO ANTES-BIT-W
108087          MOVE 'M'             TO OPERA-BIT-W
           END-READ.
           MOVE CODTRA-INPUT  TO CODIGO-TRANSP.
           MOVE NOMTRA-INPUT  TO NOM-TRANSP.
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-TRANSPOR'   TO ARCHIVO-BIT-W.
108087     MOVE CODIGO-TRANSP   TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-TRANSPOR-REC TO LARGO-BIT-W.
108087     MOVE AR-TRANSPOR-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE 'TRANSPORTISTA GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-TRANSP.
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CAMION
           END-IF.
108087* En la bitacora van solo los campos de flete del camion:
108087* patente (10) y transportista (5).
108087     MOVE SPACES        TO ANTES-BIT-W DESPUES-BIT-W.
108087     MOVE PATENTE-NES   TO ANTES-BIT-W(1:10).
108087     MOVE TRANSPORT-NES TO ANTES-BIT-W(11:5).
           MOVE PATENTE-INPUT TO PATENTE-NES.
           MOVE TRANSP-INPUT  TO TRANSPORT-NES.
           REWRITE AR-CAMIONES-REC INVALID KEY
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CAMION
           END-REWRITE.
108087     MOVE 'AR-CAMIONES'  TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-CAMIONES TO CLAVE-BIT-W.
108087     MOVE 'M'            TO OPERA-BIT-W.
108087     MOVE 15             TO LARGO-BIT-W.
108087     MOVE PATENTE-NES    TO DESPUES-BIT-W(1:10).
108087     MOVE TRANSPORT-NES  TO DESPUES-BIT-W(11:5).
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE 'DATOS DE FLETE GRABADOS' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-CAMION.
           EXIT.

108087     COPY "BITACORA.PRD".
