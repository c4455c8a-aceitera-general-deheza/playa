      *          muestra o arbitraje). El detalle de PL-153 y el
      *          calculo de merma toman el valor firme, y PL-161
      *          lista el comparativo rubro por rubro.
      * 108087 - Playa - Cada alta o modificacion del analisis
      *          adicional y cada cambio de la marca de valor firme
      *          queda en la bitacora de cambios AR-BITACORA con la
      *          imagen anterior y posterior del registro.
       PROGRAM-ID. PL-160.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "ANALISIS1.SEL".
       COPY "ANADIC.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.
       COPY "ANALISIS1.CPY".
       COPY "ANADIC.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

       01  AMD-W              PIC 9(8) VALUE ZEROS.
       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-160.scr".


           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-160' TO PROGRAMA-BIT-W.

           OPEN I-O AR-ANALISIS1 AR-ANADIC.
           OPEN INPUT AR-PRODUCTO.
           MOVE PRODUCTO-W    TO PRODUCTO-ANADIC.
           MOVE SUBNRO-INPUT  TO SUBNRO-ANADIC.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-ANADIC INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-ANADIC-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           INITIALIZE AR-ANADIC-REC.
           MOVE PLANTA-EXT    TO PLANTA-ANADIC.
                   CONTINUE
              END-WRITE
           END-IF.
108087     PERFORM BITACORA-ANADIC THRU EXIT-BITACORA-ANADIC.
           PERFORM MARCA-FIRME THRU EXIT-MARCA-FIRME.
           MOVE 'ANALISIS GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
           READ AR-ANADIC INVALID KEY
                CONTINUE
           NOT INVALID KEY
108087          MOVE AR-ANADIC-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
                IF FIRME-INPUT = SUBNRO-W
                   MOVE 1 TO FIRME-ANADIC
                ELSE
                REWRITE AR-ANADIC-REC INVALID KEY
                     CONTINUE
                END-REWRITE
108087          PERFORM BITACORA-ANADIC THRU EXIT-BITACORA-ANADIC
           END-READ.
           IF SUBNRO-W = 2
              MOVE 3 TO SUBNRO-W
           END-IF.
       EXIT-MARCA-FIRME.
           EXIT.

108087 BITACORA-ANADIC.
108087     MOVE 'AR-ANADIC'   TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-ANADIC  TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-ANADIC-REC TO LARGO-BIT-W.
108087     MOVE AR-ANADIC-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
108087 EXIT-BITACORA-ANADIC.
108087     EXIT.

108087     COPY "BITACORA.PRD".
