      *          base, y pesos por tonelada de zarandeo. La
      *          liquidacion de servicios PL-163 toma la tarifa
      *          vigente a la fecha de calado de cada camion.
      * 108087 - Playa - Cada alta o modificacion de tarifa queda en
      *          la bitacora de cambios AR-BITACORA con la imagen
      *          anterior y posterior del registro.
       PROGRAM-ID. PL-162.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "TARSEC.SEL".
       COPY "MERMAS.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.
       COPY "TARSEC.CPY".
       COPY "MERMAS.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.


       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-162.scr".


           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-162' TO PROGRAMA-BIT-W.

           OPEN I-O AR-TARSEC.
           OPEN INPUT AR-MERMAS AR-PRODUCTO.
           MOVE BANDATAR-INPUT TO BANDA-TARSEC.
           MOVE VIGDES-INPUT   TO VIGDESDE-TARSEC.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-TARSEC INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-TARSEC-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           MOVE PRODTAR-INPUT  TO PRODUCTO-TARSEC.
           MOVE BANDATAR-INPUT TO BANDA-TARSEC.
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-TARSEC'   TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-TARSEC  TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-TARSEC-REC TO LARGO-BIT-W.
108087     MOVE AR-TARSEC-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE 'TARIFA GRABADA' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-TARIFA.
           EXIT.

108087     COPY "BITACORA.PRD".
