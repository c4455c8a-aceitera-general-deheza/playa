       IDENTIFICATION DIVISION.
      * 108083 - Playa - Programa nuevo: carga del silo/celda en que
      *          se descargo cada camion (AR-UBICAM), por interno/
      *          muestra igual que PL-165 completa la patente. Busca
      *          el camion en AR-CAMIONES y, si no esta, en
      *          AR-CAMITRAN; guarda con el silo la planta, fecha de
      *          calado, producto y carta de porte del camion para
      *          que la consulta de trazabilidad PL-179 recorra el
      *          silo por fecha sin leer todos los camiones.
      * 108087 - Playa - Cada alta o cambio de silo/celda del camion
      *          queda en la bitacora de cambios AR-BITACORA con la
      *          imagen anterior y posterior del registro.
       PROGRAM-ID. PL-178.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "UBICAM.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "UBICAM.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

            COPY "acugui.def".
            COPY "fonts.def".
            COPY "crtvars.def".
            COPY "Acucobol.def".

       78  CAM-BUSCAR-PRESSED  VALUE 3001.
       78  CAM-GRABAR-PRESSED  VALUE 3002.

       77  KEY-STATUS IS SPECIAL-NAMES CRT STATUS PIC 9(5) VALUE 0.
           88 Screen-No-Input-Field               VALUE 97.
           88 EXIT-PUSHED                  VALUE 27.
           88 EVENT-OCCURRED               VALUE 96.

            COPY "COPY.CPY".

       01  DMA-CPY.
           02 DD-CPY                PIC 99.
           02 MM-CPY                PIC 99.
           02 AA-CPY                PIC 9(4).
       01  FECHA-AMD-W.
           02 AA-AMD-W              PIC 9(4).
           02 MM-AMD-W              PIC 99.
           02 DD-AMD-W              PIC 99.

       01  INTERNO-INPUT      PIC 9(6)  VALUE ZEROS.
       01  MUESTRA-INPUT      PIC 9(12) VALUE ZEROS.
       01  PORTE-OUTPUT       PIC 9(13) VALUE ZEROS.
       01  FECCAL-OUTPUT      PIC 9(8)  VALUE ZEROS.
       01  PRODUCTO-OUTPUT    PIC X(30) VALUE SPACES.
       01  CEDENTE-OUTPUT     PIC X(40) VALUE SPACES.
       01  ORIGEN-OUTPUT      PIC X(20) VALUE SPACES.
       01  SILO-INPUT         PIC X(6)  VALUE SPACES.

       77  HAY-REG-W          PIC 9 VALUE ZEROS.
           88 EXISTE-REG      VALUE 1.
       77  HAY-CAMION-W       PIC 9 VALUE ZEROS.
           88 EXISTE-CAMION   VALUE 1.
       77  ORIGEN-W           PIC X VALUE SPACES.
       77  AMD-HOY-W          PIC 9(8) VALUE ZEROS.

       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-178.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-178' TO PROGRAMA-BIT-W.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-CLIENTES AR-PRODUCTO.
           OPEN I-O AR-UBICAM.

       INICIO.
           MOVE ZEROS TO INTERNO-INPUT MUESTRA-INPUT PORTE-OUTPUT
                         FECCAL-OUTPUT.
           MOVE SPACES TO PRODUCTO-OUTPUT CEDENTE-OUTPUT ORIGEN-OUTPUT
                          SILO-INPUT.

       SF1.
           DISPLAY PL-178-SF-1-Screen.
           ACCEPT PL-178-SF-1-Screen.
           IF Screen-No-Input-Field
               accept omitted time 300
           END-IF.

           IF KEY-STATUS = 96
              IF EVENT-TYPE = CMD-CLOSE
                 GO TO END-PROGRAMA
              END-IF
           END-IF.

           IF KEY-STATUS = 27 GO TO END-PROGRAMA.

           IF KEY-STATUS = CAM-BUSCAR-PRESSED
              PERFORM LEO-CAMION THRU EXIT-LEO-CAMION
              GO TO SF1
           END-IF.

           IF KEY-STATUS = CAM-GRABAR-PRESSED
              PERFORM GRABA-UBICACION THRU EXIT-GRABA-UBICACION
              GO TO SF1
           END-IF.

           GO TO SF1.

       END-PROGRAMA.
            CLOSE AR-CAMIONES AR-CAMITRAN AR-UBICAM AR-CLIENTES
                  AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-178'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-178-SF-1-Screen.
            DESTROY PL-178-SF-1-Handle.

            EXIT PROGRAM.
            STOP RUN.

       AVISO.
           MOVE 1 TO MSG-TIPO.
           MOVE 1 TO BUTTON-TIPO.
           MOVE 1 TO DEFAULT-BUTTON.
           MOVE SPACES TO MSG-ERROR.
           MOVE MENSA-W TO MSG-1.
           MOVE SPACES TO MSG-2.
           CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                           MSG-1, MSG-2, MSG-3
           END-CALL.
       EXIT-AVISO.
           EXIT.

      * Ubica el camion por interno/muestra con START porque el
      * tercer tramo de la clave no se carga por pantalla. Primero
      * en AR-CAMIONES y despues en AR-CAMITRAN; el camion queda en
      * AR-CAMIONES-REC y ORIGEN-W dice de donde salio.
       BUSCA-CAMION.
           MOVE ZEROS TO HAY-CAMION-W.
           MOVE SPACES TO ORIGEN-W.
           MOVE LOW-VALUES TO CLAVE-CAMIONES.
           MOVE INTERNO-INPUT TO INTERNO-NES.
           MOVE MUESTRA-INPUT TO MUESTRA-NES.
           START AR-CAMIONES KEY NOT LESS THAN CLAVE-CAMIONES
                                                   INVALID KEY
                CONTINUE
           NOT INVALID KEY
                READ AR-CAMIONES NEXT RECORD AT END
                     CONTINUE
                NOT AT END
                     IF INTERNO-NES = INTERNO-INPUT AND
                        MUESTRA-NES = MUESTRA-INPUT
                        MOVE 1 TO HAY-CAMION-W
                        MOVE 'C' TO ORIGEN-W
                     END-IF
                END-READ
           END-START.
           IF EXISTE-CAMION
              GO TO EXIT-BUSCA-CAMION
           END-IF.
           MOVE LOW-VALUES TO CLAVE-CAMITRAN.
           MOVE INTERNO-INPUT TO INTERNO-TRAN.
           MOVE MUESTRA-INPUT TO MUESTRA-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN CLAVE-CAMITRAN
                                                   INVALID KEY
                CONTINUE
           NOT INVALID KEY
                READ AR-CAMITRAN NEXT RECORD AT END
                     CONTINUE
                NOT AT END
                     IF INTERNO-TRAN = INTERNO-INPUT AND
                        MUESTRA-TRAN = MUESTRA-INPUT
                        MOVE 1 TO HAY-CAMION-W
                        MOVE 'T' TO ORIGEN-W
                        MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC
                     END-IF
                END-READ
           END-START.
       EXIT-BUSCA-CAMION.
           EXIT.

       LEO-CAMION.
           IF INTERNO-INPUT = ZEROS OR MUESTRA-INPUT = ZEROS
              MOVE 'INGRESE INTERNO Y MUESTRA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-CAMION
           END-IF.
           PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION.
           IF NOT EXISTE-CAMION
              MOVE 'EL CAMION NO EXISTE' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-CAMION
           END-IF.
           PERFORM MUESTRA-CAMION THRU EXIT-MUESTRA-CAMION.
           MOVE INTERNO-INPUT TO INTERNO-UBIC.
           MOVE MUESTRA-INPUT TO MUESTRA-UBIC.
           READ AR-UBICAM INVALID KEY
                MOVE SPACES TO SILO-INPUT
           NOT INVALID KEY
                MOVE SILO-UBIC TO SILO-INPUT
           END-READ.
           DISPLAY PL-178-SF-1-Screen.
       EXIT-LEO-CAMION.
           EXIT.

       MUESTRA-CAMION.
           MOVE CARTA-PORTE-NES TO PORTE-OUTPUT.
           MOVE FEC-CAL-NES TO FECHA-AMD-W.
           MOVE DD-AMD-W TO DD-CPY.
           MOVE MM-AMD-W TO MM-CPY.
           MOVE AA-AMD-W TO AA-CPY.
           MOVE DMA-CPY  TO FECCAL-OUTPUT.
           MOVE PRODUCTO-NES TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                INITIALIZE AR-PRODUCTO-REC
           END-READ.
           MOVE NOM-PROD TO PRODUCTO-OUTPUT.
           MOVE ACOP2-NES TO CODIGO-CLI.
           IF CODIGO-CLI = ZEROS
              MOVE ACOP-NES TO CODIGO-CLI
           END-IF.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE NOM-CLI TO CEDENTE-OUTPUT.
           IF ORIGEN-W = 'T'
              MOVE 'CAMION DE TRASLADO' TO ORIGEN-OUTPUT
           ELSE
              MOVE 'CAMION DE PLANTA' TO ORIGEN-OUTPUT
           END-IF.
       EXIT-MUESTRA-CAMION.
           EXIT.

       GRABA-UBICACION.
           IF INTERNO-INPUT = ZEROS OR MUESTRA-INPUT = ZEROS
              MOVE 'INGRESE INTERNO Y MUESTRA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-UBICACION
           END-IF.
           IF SILO-INPUT = SPACES
              MOVE 'INGRESE EL SILO/CELDA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-UBICACION
           END-IF.
           PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION.
           IF NOT EXISTE-CAMION
              MOVE 'EL CAMION NO EXISTE' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-UBICACION
           END-IF.
           PERFORM MUESTRA-CAMION THRU EXIT-MUESTRA-CAMION.
           MOVE INTERNO-INPUT TO INTERNO-UBIC.
           MOVE MUESTRA-INPUT TO MUESTRA-UBIC.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-UBICAM INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-UBICAM-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           MOVE INTERNO-INPUT   TO INTERNO-UBIC.
           MOVE MUESTRA-INPUT   TO MUESTRA-UBIC MUESTRA2-UBIC.
           MOVE EMPRESA-NES     TO EMPRESA-UBIC.
           MOVE PLANTA-NES      TO PLANTA-UBIC.
           MOVE SILO-INPUT      TO SILO-UBIC.
           MOVE FEC-CAL-NES     TO FEC-CAL-UBIC.
           MOVE HORA-CAL-NES    TO HORA-CAL-UBIC.
           MOVE CARTA-PORTE-NES TO PORTE-UBIC.
           MOVE PRODUCTO-NES    TO PRODUCTO-UBIC.
           MOVE ORIGEN-W        TO ORIGEN-UBIC.
           MOVE AMD-HOY-W       TO FECHA-UBIC.
           MOVE USUARIO-EXT     TO USUARIO-UBIC.
           IF EXISTE-REG
              REWRITE AR-UBICAM-REC INVALID KEY
                   MOVE 'NO PUEDO GRABAR EL SILO/CELDA' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-UBICACION
              END-REWRITE
           ELSE
              WRITE AR-UBICAM-REC INVALID KEY
                   MOVE 'NO PUEDO GRABAR EL SILO/CELDA' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-UBICACION
              END-WRITE
           END-IF.
108087     MOVE 'AR-UBICAM' TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-UBICAM TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-UBICAM-REC TO LARGO-BIT-W.
108087     MOVE AR-UBICAM-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           DISPLAY PL-178-SF-1-Screen.
           MOVE 'SILO/CELDA GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-UBICACION.
           EXIT.

108087     COPY "BITACORA.PRD".
