       IDENTIFICATION DIVISION.
      * 108083 - Playa - Programa nuevo: trazabilidad de lotes entre
      *          camiones y egresos a traves del silo/celda cargado
      *          en AR-UBICAM (PL-178). Hacia atras: dado un egreso
      *          de AR-EGRESOS, o un silo/celda y un rango de fechas,
      *          lista los camiones que pudieron alimentarlo (calados
      *          en ese silo hasta la fecha del egreso) con carta de
      *          porte, cedente, muestra y resultado de calidad y de
      *          aflatoxina de AR-ANALISIS. Hacia adelante: dada una
      *          muestra o una carta de porte, lista los egresos del
      *          mismo silo y producto desde la fecha de calado, que
      *          son los que pueden llevar ese grano.
       PROGRAM-ID. PL-179.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "UBICAM.SEL".
       COPY "EGRESOS.SEL".
       COPY "ANALISIS.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
       COPY "LISTADO.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "UBICAM.CPY".
       COPY "EGRESOS.CPY".
       COPY "ANALISIS.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
       COPY "LISTADO.CPY".

       WORKING-STORAGE SECTION.

            COPY "acugui.def".
            COPY "fonts.def".
            COPY "crtvars.def".
            COPY "winprint.def".
            COPY "Acucobol.def".

       77  KEY-STATUS IS SPECIAL-NAMES CRT STATUS PIC 9(5) VALUE 0.
           88 Screen-No-Input-Field               VALUE 97.
           88 EXIT-PUSHED                  VALUE 27.
           88 EVENT-OCCURRED               VALUE 96.

            COPY "COPY.CPY".

       01  DESDE-CPY.
           02 AA-DES-CPY            PIC 9(4).
           02 MM-DES-CPY            PIC 99.
           02 DD-DES-CPY            PIC 99.
       01  HASTA-CPY.
           02 AA-HAS-CPY            PIC 9(4).
           02 MM-HAS-CPY            PIC 99.
           02 DD-HAS-CPY            PIC 99.
       01  DMA-CPY.
           02 DD-CPY                PIC 99.
           02 MM-CPY                PIC 99.
           02 AA-CPY                PIC 9(4).
       01  FECHA-AMD-W.
           02 AA-AMD-W              PIC 9(4).
           02 MM-AMD-W              PIC 99.
           02 DD-AMD-W              PIC 99.
       01  CAL1-CPY                 PIC X(11) VALUE 'CONFORME'.
       01  CAL2-CPY                 PIC X(11) VALUE 'NO CONFORME'.
       01  CAL3-CPY                 PIC X(11) VALUE 'REASIGNADO'.
       01  CAL4-CPY                 PIC X(11) VALUE 'INDUSTRIA'.

       01  FECEGR-INPUT       PIC 9(8)  VALUE ZEROS.
       01  PRODEGR-INPUT      PIC 9(4)  VALUE ZEROS.
       01  SILOEGR-INPUT      PIC X(6)  VALUE SPACES.
       01  SEQEGR-INPUT       PIC 9(4)  VALUE ZEROS.
       01  MUESTRA-INPUT      PIC 9(12) VALUE ZEROS.
       01  PORTE-INPUT        PIC 9(13) VALUE ZEROS.
       01  FECHA-DESDE-INPUT  PIC 9(8)  VALUE ZEROS.
       01  FECHA-HASTA-INPUT  PIC 9(8)  VALUE ZEROS.

       77  SENTIDO-W          PIC X VALUE SPACES.
           88 HACIA-ATRAS     VALUE 'A'.
           88 HACIA-ADELANTE  VALUE 'D'.
       77  HAY-CAMION-W       PIC 9 VALUE ZEROS.
           88 EXISTE-CAMION   VALUE 1.
       77  HAY-ANALISIS-W     PIC 9 VALUE ZEROS.
       77  SILO-W             PIC X(6) VALUE SPACES.
       77  PRODUCTO-W         PIC 9(4) VALUE ZEROS.
       77  FECHA-INI-W        PIC 9(8) VALUE ZEROS.
       77  CONT-CAM           PIC 9(6) VALUE ZEROS.
       77  CONT-POSI          PIC 9(6) VALUE ZEROS.
       77  CONT-EGR           PIC 9(6) VALUE ZEROS.
       77  CONT-EGR-CAM       PIC 9(6) VALUE ZEROS.
       77  KILOS-CAM          PIC S9(11) COMP-3 VALUE ZEROS.
       77  KILOS-EGR-W        PIC S9(11) COMP-3 VALUE ZEROS.
       01  MENSA-W            PIC X(60) VALUE SPACES.

       01 Z-LINEA-01.
          02 Z-EMPRESA          PIC X(50).
          02 FILLER             PIC X(80) VALUE ALL SPACES.
          02 FILLER             PIC X(06) VALUE 'Hoja: '.
          02 Z-HOJA             PIC ZZZ9.
       01 Z-LINEA-01A.
          02 Z-PLANTA          PIC X(50).

       01 SUBRAY.
          02 FILLER        PIC X(200) VALUE ALL '_'.

       01 Z-LINEA-ESPA.
           02 FILLER PIC X(200) VALUE ALL SPACES.

       01 Z-LINEA-02.
           02 FILLER PIC X(30) VALUE
              'TRAZABILIDAD DE LOTES - '.
           02 Z-SENTIDO         PIC X(40).

       01 Z-LINEA-02B.
          02 Z-LEYE-B           PIC X(12).
          02 Z-DD-B             PIC 9(2)/.
          02 Z-MM-B             PIC 9(2)/.
          02 Z-AA-B             PIC 9(4)BB.
          02 FILLER             PIC X(11) VALUE 'Silo/Celda '.
          02 Z-SILO-B           PIC X(6)BB.
          02 FILLER             PIC X(9)  VALUE 'Producto '.
          02 Z-PROD-B           PIC ZZZ9B.
          02 Z-NOMPROD-B        PIC X(30)BB.
          02 Z-RESTO-B          PIC X(50).

       01 Z-LINEA-03.
          02 FILLER PIC X(11) VALUE 'Calado'.
          02 FILLER PIC X(8)  VALUE 'Interno'.
          02 FILLER PIC X(14) VALUE 'Muestra'.
          02 FILLER PIC X(15) VALUE 'C.Porte'.
          02 FILLER PIC X(7)  VALUE 'Silo'.
          02 FILLER PIC X(33) VALUE 'Cedente'.
          02 FILLER PIC X(13) VALUE '   Kilos neto'.
          02 FILLER PIC X(13) VALUE '  Calidad'.
          02 FILLER PIC X(5)  VALUE 'Afla'.

       01 Z-LINEA-04.
          02 Z-FECHA-CAM        PIC 9(2)/.
          02 Z-FECHA-CAM2       PIC 9(2)/.
          02 Z-FECHA-CAM3       PIC 9(4)B.
          02 Z-INTERNO-CAM      PIC 9(6)BB.
          02 Z-MUESTRA-CAM      PIC 9(12)BB.
          02 Z-PORTE-CAM        PIC 9(13)BB.
          02 Z-SILO-CAM         PIC X(6)B.
          02 Z-CLI-CAM          PIC ZZZZ9B.
          02 Z-NOMCLI-CAM       PIC X(26)B.
          02 Z-NETO-CAM         PIC ---.---.--9BB.
          02 Z-CALIDAD-CAM      PIC X(11)BB.
          02 Z-AFLA-CAM         PIC X.

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 FILLER             PIC X(9)  VALUE 'Egreso   '.
          02 Z-DD-EGR           PIC 9(2)/.
          02 Z-MM-EGR           PIC 9(2)/.
          02 Z-AA-EGR           PIC 9(4)BB.
          02 FILLER             PIC X(5)  VALUE 'Silo '.
          02 Z-SILO-EGR         PIC X(6)BB.
          02 FILLER             PIC X(4)  VALUE 'Nro '.
          02 Z-SEQ-EGR          PIC ZZZ9BB.
          02 Z-KILOS-EGR        PIC ---.---.--9BB.
          02 Z-DESTINO-EGR      PIC X(20).

       01 Z-LINEA-06.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(45).
          02 Z-CANTNO           PIC ----.---.--9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-179.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
           DISPLAY MAIN-SCREEN-PRT.

           MOVE NOMEMPRESA-EXT  TO Z-EMPRESA.
           MOVE NOMPLANTA-EXT   TO Z-PLANTA.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-UBICAM AR-EGRESOS
                      AR-ANALISIS AR-CLIENTES AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO FECEGR-INPUT PRODEGR-INPUT SEQEGR-INPUT
                         MUESTRA-INPUT PORTE-INPUT
                         FECHA-DESDE-INPUT FECHA-HASTA-INPUT.
           MOVE SPACES TO SILOEGR-INPUT.

       SF1.
           DISPLAY PL-179-SF-1-Screen.
           ACCEPT PL-179-SF-1-Screen.
           IF Screen-No-Input-Field
               accept omitted time 300
           END-IF.

           IF KEY-STATUS = 96
              IF EVENT-TYPE = CMD-CLOSE
                 GO TO END-PROGRAMA
              END-IF
           END-IF.

           IF KEY-STATUS = 27 GO TO END-PROGRAMA.

           IF KEY-STATUS NOT = 13 GO TO SF1.

           PERFORM VALIDA-PEDIDO THRU EXIT-VALIDA-PEDIDO.
           IF MENSA-W NOT = SPACES
              PERFORM AVISO THRU EXIT-AVISO
              MOVE 1 TO ACCEPT-CONTROL
              MOVE 1 TO CONTROL-VALUE
              GO TO SF1
           END-IF.

       OTRO-WINPRINT.
           MOVE Z-LINEA-02 TO titulo-print.
           MOVE 1 TO SENAL-COMP.
           PERFORM WIN-PRINT THRU EXIT-WIN-PRINT.
           IF KEY-STATUS NOT = PRINT-BUTTON-PRESSED AND
                               BROWSE-BUTTON-PRESSED AND
                               EMAIL-BUTTON-PRESSED
             destroy main-screen-prt
             destroy printing-window
              GO TO END-PROGRAMA
           END-IF.
           IF KEY-STATUS = PRINT-BUTTON-PRESSED
             MOVE "-P SPOOLER-DIRECT" TO WHERE-PRINT
           ELSE
             PERFORM FILE-SPL THRU EXIT-FILE-SPL
             MOVE ARCHIVO-SPL TO WHERE-PRINT
             INSPECT WHERE-PRINT REPLACING TRAILING SPACES BY LOW-VALUE
             SET ENVIRONMENT "WIN_SPOOLER_PORT" TO WHERE-PRINT
           END-IF.
           OPEN OUTPUT LISTADO.
           write linea from k-restaurar after 0.
           write linea from k-apaisadaI after 0.
           write linea from k-chica     after 0.
           write linea from k-negra     after 0.

           MOVE 9999 TO TL.
           MOVE 0 TO PRIMERO Z-HOJA.
           MOVE 41 TO LINES-PER-PAGE.
           MOVE ZEROS TO CONT-CAM CONT-POSI CONT-EGR KILOS-CAM
                         KILOS-EGR-W.

           IF HACIA-ATRAS
              PERFORM TRAZA-ATRAS THRU EXIT-TRAZA-ATRAS
           ELSE
              PERFORM TRAZA-ADELANTE THRU EXIT-TRAZA-ADELANTE
           END-IF.

           MOVE SPACES TO Z-LINEA-06.
           MOVE 'CAMIONES LISTADOS' TO Z-LEYE.
           MOVE CONT-CAM TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-06 AFTER 2.
           ADD 2 TO TL.
           MOVE 'KILOS NETOS DE LOS CAMIONES' TO Z-LEYE.
           MOVE KILOS-CAM TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-06 AFTER 1.
           ADD 1 TO TL.
           MOVE 'CAMIONES CON AFLATOXINA POSITIVA' TO Z-LEYE.
           MOVE CONT-POSI TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-06 AFTER 1.
           ADD 1 TO TL.
           IF HACIA-ADELANTE
              MOVE 'EGRESOS LISTADOS' TO Z-LEYE
              MOVE CONT-EGR TO Z-CANTNO
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-06 AFTER 1
              ADD 1 TO TL
              MOVE 'KILOS DE LOS EGRESOS' TO Z-LEYE
              MOVE KILOS-EGR-W TO Z-CANTNO
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-06 AFTER 1
              ADD 1 TO TL
           END-IF.

           DESTROY PRINTING-WINDOW.
           MOVE SPACES TO LINEA.
           WRITE LINEA AFTER PAGE.
           CLOSE LISTADO.
           IF KEY-STATUS = BROWSE-BUTTON-PRESSED OR
              KEY-STATUS = EMAIL-BUTTON-PRESSED
             STRING 'SVIEW.EXE ' ARCHIVO-SPL DELIMITED BY SIZE
                    INTO BROWSE-SPL
             END-STRING
             CALL  'C$RUN' USING BROWSE-SPL
             END-CALL
           END-IF.
           destroy main-screen-prt.
           destroy printing-window.
           IF KEY-STATUS NOT = PRINT-BUTTON-PRESSED
              SET ENVIRONMENT "WIN_SPOOLER_PORT" TO SPACES
           END-IF
           GO TO END-PROGRAMA.

       END-PROGRAMA.
            CLOSE AR-CAMIONES AR-CAMITRAN AR-UBICAM AR-EGRESOS
                  AR-ANALISIS AR-CLIENTES AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-179'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-179-SF-1-Screen.
            DESTROY PL-179-SF-1-Handle.

            EXIT PROGRAM.
            STOP RUN.

        1.
           IF TL > LINES-PER-PAGE
              ADD 1 TO HOJA
              MOVE HOJA TO Z-HOJA
              IF PRIMERO = 0
                 WRITE LINEA FROM Z-LINEA-ESPA AFTER 0
                 MOVE 1 TO PRIMERO
              ELSE
                 WRITE LINEA FROM Z-LINEA-ESPA AFTER PAGE
              END-IF
              WRITE LINEA FROM Z-LINEA-01 AFTER 0
              WRITE LINEA FROM Z-LINEA-01A AFTER 1
              WRITE LINEA FROM Z-LINEA-02 AFTER 2
              WRITE LINEA FROM Z-LINEA-02B AFTER 1
              WRITE LINEA FROM SUBRAY     AFTER 1
              WRITE LINEA FROM Z-LINEA-03 AFTER 2
              WRITE LINEA FROM Z-LINEA-ESPA AFTER 1
              MOVE 11 TO TL
           END-IF.
           COPY "WINPRINT.PRD".
       file-spl.
           move spaces to archivo-spl.
           accept horaf-spl from time.
           string TEMP-EXT delimited by low-value
                  'T' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

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

      * Decide el sentido de la consulta y arma rango, silo y
      * producto. Deja MENSA-W cargado si el pedido no es valido.
       VALIDA-PEDIDO.
           MOVE SPACES TO MENSA-W SENTIDO-W.
           MOVE FECHA-DESDE-INPUT TO DMA-CPY.
           MOVE DD-CPY TO DD-DES-CPY.
           MOVE MM-CPY TO MM-DES-CPY.
           MOVE AA-CPY TO AA-DES-CPY.
           MOVE FECHA-HASTA-INPUT TO DMA-CPY.
           MOVE DD-CPY TO DD-HAS-CPY.
           MOVE MM-CPY TO MM-HAS-CPY.
           MOVE AA-CPY TO AA-HAS-CPY.
           IF HASTA-CPY = ZEROS
              MOVE 99999999 TO HASTA-CPY
           END-IF.
           IF DESDE-CPY > HASTA-CPY
              MOVE 'EL RANGO DE FECHAS ES INCORRECTO' TO MENSA-W
              GO TO EXIT-VALIDA-PEDIDO
           END-IF.

           IF MUESTRA-INPUT > ZEROS OR PORTE-INPUT > ZEROS
              MOVE 'D' TO SENTIDO-W
              IF MUESTRA-INPUT > ZEROS
                 MOVE 'DE LA MUESTRA A LOS EGRESOS' TO Z-SENTIDO
                 MOVE 'Muestra' TO Z-LEYE-B
                 MOVE MUESTRA-INPUT TO Z-RESTO-B
              ELSE
                 MOVE 'DE LA CARTA DE PORTE A LOS EGRESOS' TO Z-SENTIDO
                 MOVE 'C.Porte' TO Z-LEYE-B
                 MOVE PORTE-INPUT TO Z-RESTO-B
              END-IF
              MOVE ZEROS  TO Z-DD-B Z-MM-B Z-AA-B Z-PROD-B
              MOVE SPACES TO Z-SILO-B Z-NOMPROD-B
              GO TO EXIT-VALIDA-PEDIDO
           END-IF.

           MOVE 'A' TO SENTIDO-W.
           IF FECEGR-INPUT > ZEROS
              MOVE FECEGR-INPUT TO DMA-CPY
              MOVE DD-CPY TO DD-AMD-W
              MOVE MM-CPY TO MM-AMD-W
              MOVE AA-CPY TO AA-AMD-W
              INITIALIZE AR-EGRESOS-REC
              MOVE EMPRESA-EXT   TO EMPRESA-EGR
              MOVE PLANTA-EXT    TO PLANTA-EGR
              MOVE FECHA-AMD-W   TO FECHA-EGR
              MOVE PRODEGR-INPUT TO PRODUCTO-EGR
              MOVE SILOEGR-INPUT TO SILO-EGR
              MOVE SEQEGR-INPUT  TO SEQ-EGR
              READ AR-EGRESOS INVALID KEY
                   MOVE 'EL EGRESO NO EXISTE' TO MENSA-W
                   GO TO EXIT-VALIDA-PEDIDO
              END-READ
              MOVE SILO-EGR     TO SILO-W
              MOVE PRODUCTO-EGR TO PRODUCTO-W
              MOVE FECHA-EGR    TO HASTA-CPY
              MOVE 'DEL EGRESO A LOS CAMIONES' TO Z-SENTIDO
              MOVE 'Egreso del' TO Z-LEYE-B
              MOVE DD-CPY TO Z-DD-B
              MOVE MM-CPY TO Z-MM-B
              MOVE AA-CPY TO Z-AA-B
              MOVE SPACES TO Z-RESTO-B
              STRING 'Nro ' SEQ-EGR ' Destino ' DESTINO-EGR
                     DELIMITED BY SIZE INTO Z-RESTO-B
              END-STRING
           ELSE
              IF SILOEGR-INPUT = SPACES
                 MOVE 'INGRESE EGRESO, SILO, MUESTRA O C.PORTE'
                      TO MENSA-W
                 GO TO EXIT-VALIDA-PEDIDO
              END-IF
              MOVE SILOEGR-INPUT TO SILO-W
              MOVE PRODEGR-INPUT TO PRODUCTO-W
              MOVE 'DEL SILO/CELDA A LOS CAMIONES' TO Z-SENTIDO
              MOVE 'Hasta el' TO Z-LEYE-B
              MOVE HASTA-CPY TO FECHA-AMD-W
              MOVE DD-AMD-W TO Z-DD-B
              MOVE MM-AMD-W TO Z-MM-B
              MOVE AA-AMD-W TO Z-AA-B
              MOVE SPACES TO Z-RESTO-B
           END-IF.
           MOVE SILO-W     TO Z-SILO-B.
           MOVE PRODUCTO-W TO Z-PROD-B CODIGO-PROD.
           MOVE SPACES TO Z-NOMPROD-B.
           IF PRODUCTO-W > ZEROS
              READ AR-PRODUCTO INVALID KEY
                   INITIALIZE AR-PRODUCTO-REC
              END-READ
              MOVE NOM-PROD TO Z-NOMPROD-B
           END-IF.
       EXIT-VALIDA-PEDIDO.
           EXIT.

      * Camiones descargados en SILO-W desde DESDE-CPY hasta
      * HASTA-CPY (en el egreso, hasta la fecha del egreso).
       TRAZA-ATRAS.
           INITIALIZE AR-UBICAM-REC.
           MOVE EMPRESA-EXT TO EMPRESA-UBIC.
           MOVE PLANTA-EXT  TO PLANTA-UBIC.
           MOVE SILO-W      TO SILO-UBIC.
           MOVE DESDE-CPY   TO FEC-CAL-UBIC.
           MOVE ZEROS       TO HORA-CAL-UBIC.
           START AR-UBICAM KEY NOT LESS THAN ALT-UBICAM-SILO
                                                   INVALID KEY
                GO TO EXIT-TRAZA-ATRAS
           END-START.
       LEO-ATRAS.
           READ AR-UBICAM NEXT RECORD AT END
                GO TO EXIT-TRAZA-ATRAS
           END-READ.
           IF EMPRESA-UBIC NOT = EMPRESA-EXT OR
              PLANTA-UBIC  NOT = PLANTA-EXT  OR
              SILO-UBIC    NOT = SILO-W      OR
              FEC-CAL-UBIC > HASTA-CPY
              GO TO EXIT-TRAZA-ATRAS
           END-IF.
           IF PRODUCTO-W > ZEROS AND PRODUCTO-UBIC NOT = PRODUCTO-W
              GO TO LEO-ATRAS
           END-IF.
           PERFORM IMPRIME-CAMION THRU EXIT-IMPRIME-CAMION.
           GO TO LEO-ATRAS.
       EXIT-TRAZA-ATRAS.
           EXIT.

      * Camiones de la muestra o carta de porte pedida y, debajo de
      * cada uno, los egresos del mismo silo y producto desde su
      * fecha de calado.
       TRAZA-ADELANTE.
           INITIALIZE AR-UBICAM-REC.
           IF MUESTRA-INPUT > ZEROS
              MOVE MUESTRA-INPUT TO MUESTRA2-UBIC
              START AR-UBICAM KEY NOT LESS THAN ALT-UBICAM-MUES
                                                   INVALID KEY
                   GO TO EXIT-TRAZA-ADELANTE
              END-START
           ELSE
              MOVE PORTE-INPUT TO PORTE-UBIC
              START AR-UBICAM KEY NOT LESS THAN ALT-UBICAM-PORTE
                                                   INVALID KEY
                   GO TO EXIT-TRAZA-ADELANTE
              END-START
           END-IF.
       LEO-ADELANTE.
           READ AR-UBICAM NEXT RECORD AT END
                GO TO EXIT-TRAZA-ADELANTE
           END-READ.
           IF MUESTRA-INPUT > ZEROS
              IF MUESTRA2-UBIC NOT = MUESTRA-INPUT
                 GO TO EXIT-TRAZA-ADELANTE
              END-IF
           ELSE
              IF PORTE-UBIC NOT = PORTE-INPUT
                 GO TO EXIT-TRAZA-ADELANTE
              END-IF
           END-IF.
           IF EMPRESA-UBIC NOT = EMPRESA-EXT OR
              PLANTA-UBIC  NOT = PLANTA-EXT
              GO TO LEO-ADELANTE
           END-IF.
           PERFORM IMPRIME-CAMION THRU EXIT-IMPRIME-CAMION.
           PERFORM LISTA-EGRESOS THRU EXIT-LISTA-EGRESOS.
           GO TO LEO-ADELANTE.
       EXIT-TRAZA-ADELANTE.
           EXIT.

       LISTA-EGRESOS.
           MOVE ZEROS TO CONT-EGR-CAM.
           MOVE FEC-CAL-UBIC TO FECHA-INI-W.
           IF DESDE-CPY > FECHA-INI-W
              MOVE DESDE-CPY TO FECHA-INI-W
           END-IF.
           INITIALIZE AR-EGRESOS-REC.
           MOVE EMPRESA-EXT TO EMPRESA-EGR.
           MOVE PLANTA-EXT  TO PLANTA-EGR.
           MOVE FECHA-INI-W TO FECHA-EGR.
           START AR-EGRESOS KEY NOT LESS THAN CLAVE-EGRESOS
                                                   INVALID KEY
                GO TO FIN-LISTA-EGRESOS
           END-START.
       LEO-EGRESOS.
           READ AR-EGRESOS NEXT RECORD AT END
                GO TO FIN-LISTA-EGRESOS
           END-READ.
           IF EMPRESA-EGR NOT = EMPRESA-EXT OR
              PLANTA-EGR  NOT = PLANTA-EXT  OR
              FECHA-EGR   > HASTA-CPY
              GO TO FIN-LISTA-EGRESOS
           END-IF.
           IF PRODUCTO-EGR NOT = PRODUCTO-UBIC OR
              SILO-EGR     NOT = SILO-UBIC
              GO TO LEO-EGRESOS
           END-IF.
           ADD 1 TO CONT-EGR CONT-EGR-CAM.
           ADD KILOS-EGR TO KILOS-EGR-W.
           MOVE FECHA-EGR TO FECHA-AMD-W.
           MOVE SPACES TO Z-LINEA-05.
           MOVE DD-AMD-W    TO Z-DD-EGR.
           MOVE MM-AMD-W    TO Z-MM-EGR.
           MOVE AA-AMD-W    TO Z-AA-EGR.
           MOVE SILO-EGR    TO Z-SILO-EGR.
           MOVE SEQ-EGR     TO Z-SEQ-EGR.
           MOVE KILOS-EGR   TO Z-KILOS-EGR.
           MOVE DESTINO-EGR TO Z-DESTINO-EGR.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
           GO TO LEO-EGRESOS.
       FIN-LISTA-EGRESOS.
           IF CONT-EGR-CAM = ZEROS
              MOVE SPACES TO Z-LINEA-06
              MOVE 'SIN EGRESOS DEL SILO/CELDA EN EL RANGO' TO Z-LEYE
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-06 AFTER 1
              ADD 1 TO TL
           END-IF.
       EXIT-LISTA-EGRESOS.
           EXIT.

      * Ubica el camion de AR-UBICAM-REC en el archivo que indica
      * ORIGEN-UBIC y lo deja en AR-CAMIONES-REC.
       BUSCA-CAMION.
           MOVE ZEROS TO HAY-CAMION-W.
           IF ORIGEN-UBIC = 'T'
              GO TO BUSCA-CAMITRAN
           END-IF.
           MOVE LOW-VALUES TO CLAVE-CAMIONES.
           MOVE INTERNO-UBIC TO INTERNO-NES.
           MOVE MUESTRA-UBIC TO MUESTRA-NES.
           START AR-CAMIONES KEY NOT LESS THAN CLAVE-CAMIONES
                                                   INVALID KEY
                CONTINUE
           NOT INVALID KEY
                READ AR-CAMIONES NEXT RECORD AT END
                     CONTINUE
                NOT AT END
                     IF INTERNO-NES = INTERNO-UBIC AND
                        MUESTRA-NES = MUESTRA-UBIC
                        MOVE 1 TO HAY-CAMION-W
                     END-IF
                END-READ
           END-START.
           GO TO EXIT-BUSCA-CAMION.
       BUSCA-CAMITRAN.
           MOVE LOW-VALUES TO CLAVE-CAMITRAN.
           MOVE INTERNO-UBIC TO INTERNO-TRAN.
           MOVE MUESTRA-UBIC TO MUESTRA-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN CLAVE-CAMITRAN
                                                   INVALID KEY
                CONTINUE
           NOT INVALID KEY
                READ AR-CAMITRAN NEXT RECORD AT END
                     CONTINUE
                NOT AT END
                     IF INTERNO-TRAN = INTERNO-UBIC AND
                        MUESTRA-TRAN = MUESTRA-UBIC
                        MOVE 1 TO HAY-CAMION-W
                        MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC
                     END-IF
                END-READ
           END-START.
       EXIT-BUSCA-CAMION.
           EXIT.

       LEE-ANALISIS.
           MOVE ZEROS TO HAY-ANALISIS-W.
           INITIALIZE AR-ANALISIS-REC.
           MOVE PLANTA-NES   TO T1PlaId.
           MOVE MUESTRA-NES  TO T1Muestra.
           MOVE PRODUCTO-NES TO T1Prd_Cod.
           READ AR-ANALISIS INVALID KEY
                INITIALIZE AR-ANALISIS-REC
                GO TO EXIT-LEE-ANALISIS
           END-READ.
           MOVE 1 TO HAY-ANALISIS-W.
       EXIT-LEE-ANALISIS.
           EXIT.

      * Renglon del camion de AR-UBICAM-REC: datos del camion,
      * cedente y resultado de calidad con el mismo criterio de
      * PL-153 (conforme / no conforme / reasignado / industria).
       IMPRIME-CAMION.
           PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION.
           MOVE SPACES TO Z-LINEA-04.
           MOVE FEC-CAL-UBIC TO FECHA-AMD-W.
           MOVE DD-AMD-W     TO Z-FECHA-CAM.
           MOVE MM-AMD-W     TO Z-FECHA-CAM2.
           MOVE AA-AMD-W     TO Z-FECHA-CAM3.
           MOVE INTERNO-UBIC TO Z-INTERNO-CAM.
           MOVE MUESTRA-UBIC TO Z-MUESTRA-CAM.
           MOVE PORTE-UBIC   TO Z-PORTE-CAM.
           MOVE SILO-UBIC    TO Z-SILO-CAM.
           ADD 1 TO CONT-CAM.
           IF NOT EXISTE-CAMION
              MOVE 'CAMION INEXISTENTE' TO Z-NOMCLI-CAM
              GO TO IMPRIME-CAMION-LINEA
           END-IF.
           MOVE ACOP2-NES TO CODIGO-CLI.
           IF CODIGO-CLI = ZEROS
              MOVE ACOP-NES TO CODIGO-CLI
           END-IF.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE CODIGO-CLI TO Z-CLI-CAM.
           MOVE NOM-CLI    TO Z-NOMCLI-CAM.
           MOVE NETO-NES   TO Z-NETO-CAM.
           ADD NETO-NES TO KILOS-CAM.
           PERFORM LEE-ANALISIS THRU EXIT-LEE-ANALISIS.
           IF HAY-ANALISIS-W = ZEROS
              MOVE 'SIN ANALISIS' TO Z-CALIDAD-CAM
              GO TO IMPRIME-CAMION-LINEA
           END-IF.
           IF AREA-ANAL = 1
              MOVE CAL3-CPY TO Z-CALIDAD-CAM
           ELSE
              IF CALPMC-ANAL = 0 OR = 1
                 MOVE CAL1-CPY TO Z-CALIDAD-CAM
              END-IF
              IF CALPMC-ANAL = 2
                 MOVE CAL2-CPY TO Z-CALIDAD-CAM
              END-IF
              IF CALPMC-ANAL = 3
                 MOVE CAL3-CPY TO Z-CALIDAD-CAM
              END-IF
              IF CALPMC-ANAL > 3
                 MOVE CAL4-CPY TO Z-CALIDAD-CAM
              END-IF
           END-IF.
           IF RESAFLA-ANAL = 1 MOVE "N" TO Z-AFLA-CAM.
           IF RESAFLA-ANAL = 2
              MOVE "P" TO Z-AFLA-CAM
              ADD 1 TO CONT-POSI
           END-IF.
       IMPRIME-CAMION-LINEA.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
       EXIT-IMPRIME-CAMION.
           EXIT.
