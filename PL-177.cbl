       IDENTIFICATION DIVISION.
      * 108082 - Playa - Programa nuevo: estado de la cuenta
      *          corriente de granos por depositante y producto para
      *          un rango de fechas. Creditos: netos mermados de los
      *          camiones de planta y de traslado (merma por las
      *          bandas de AR-MERMAS con la humedad firme de
      *          AR-ANADIC, igual que PL-173), a nombre del cedente
      *          ACOP2-NES o del acopiador si el camion no trae
      *          cedente. Debitos y creditos de AR-MOVGRA (PL-176).
      *          Lista saldo anterior, movimientos del rango con
      *          saldo corrido y saldo final de cada cuenta, y al pie
      *          el total de saldos de depositantes por producto
      *          contra el stock de playa de AR-STKPLA a la fecha
      *          hasta. Si la fecha hasta es hoy o posterior graba
      *          los saldos resultantes en AR-CTAGRA, que es lo que
      *          consulta PL-176.
       PROGRAM-ID. PL-177.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "MERMAS.SEL".
       COPY "ANADIC.SEL".
       COPY "MOVGRA.SEL".
       COPY "CTAGRA.SEL".
       COPY "STKPLA.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-CTAW ASSIGN TO TEMPORARIO-CTA
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CLAVE-CTAW.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "MERMAS.CPY".
       COPY "ANADIC.CPY".
       COPY "MOVGRA.CPY".
       COPY "CTAGRA.CPY".
       COPY "STKPLA.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
       COPY "LISTADO.CPY".

      * La fecha cero de cada cliente/producto es el saldo anterior.
       FD  AR-CTAW LABEL RECORD STANDARD.
       01  AR-CTAW-REC.
           02 CLAVE-CTAW.
              03 CLIENTE-CTAW      PIC 9(5).
              03 PRODUCTO-CTAW     PIC 9(4).
              03 FECHA-CTAW        PIC 9(8).
              03 SEQ-CTAW          PIC 9(6).
           02 TIPO-CTAW            PIC X.
           02 NUMERO-CTAW          PIC 9(12).
           02 PORTE-CTAW           PIC 9(13).
           02 REFER-CTAW           PIC X(30).
           02 CREDITO-CTAW         PIC S9(11) COMP-3.
           02 DEBITO-CTAW          PIC S9(11) COMP-3.

       WORKING-STORAGE SECTION.

       01  TEMPORARIO-W.
           02 FILLER      PIC X VALUE "G".
           02 HORA-TMP    PIC 9(7).

       01  TEMPORARIO-CTA    PIC X(128).

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

       01  FECHA-DESDE-INPUT  PIC 9(8) VALUE ZEROS.
       01  FECHA-HASTA-INPUT  PIC 9(8) VALUE ZEROS.
       01  CLI-INPUT          PIC 9(5) VALUE ZEROS.
       01  PROD-INPUT         PIC 9(4) VALUE ZEROS.

       01  TABLA-MERMAS.
           02 OCURR-MERMAS OCCURS 50 TIMES.
              03 PROD-MER-TAB    PIC 9(4).
              03 HUMD-MER-TAB    PIC S9(3)V9(4).
              03 HUMH-MER-TAB    PIC S9(3)V9(4).
              03 PORC-MER-TAB    PIC S9(3)V9(4).
       01  CANT-MERMAS           PIC 9(3) VALUE ZEROS.
       77  IM-MER                PIC 9(4) VALUE ZEROS.
       77  MERMA-W               PIC S9(9) COMP-3 VALUE ZEROS.
       77  NETON-MER-W           PIC S9(9) COMP-3 VALUE ZEROS.
       77  HUMEDAD-USADA-W       PIC S9(3)V9(4) VALUE ZEROS.
       77  SUBNRO-FIRME-W        PIC 9(2) VALUE ZEROS.

       01  TABLA-SALDOS.
           02 OCURR-SALDOS OCCURS 50 TIMES.
              03 PROD-SAL        PIC 9(4).
              03 SALDO-SAL       PIC S9(11) COMP-3.
       01  CANT-SALDOS           PIC 9(3) VALUE ZEROS.
       77  IS-SAL                PIC 9(4) VALUE ZEROS.
       77  IX-SAL                PIC 9(4) VALUE ZEROS.

       77  SEQ-W           PIC 9(6) VALUE ZEROS.
       77  CLIENTE-W       PIC 9(5) VALUE ZEROS.
       77  AMD-HOY-W       PIC 9(8) VALUE ZEROS.
       77  SENAL-ACTUALIZA PIC 9 VALUE ZEROS.
           88 ACTUALIZA-CUENTA VALUE 1.
       77  CLI-ANT-W       PIC 9(5) VALUE ZEROS.
       77  PROD-ANT-W      PIC 9(4) VALUE ZEROS.
       77  HAY-CUENTA-W    PIC 9 VALUE ZEROS.
       77  CONT-CUENTAS    PIC 9(8) VALUE ZEROS.

       77  CRE-ANT         PIC S9(11) COMP-3 VALUE ZEROS.
       77  DEB-ANT         PIC S9(11) COMP-3 VALUE ZEROS.
       77  CRE-PER         PIC S9(11) COMP-3 VALUE ZEROS.
       77  DEB-PER         PIC S9(11) COMP-3 VALUE ZEROS.
       77  SALDO-RUN       PIC S9(11) COMP-3 VALUE ZEROS.
       77  STOCK-W         PIC S9(11) COMP-3 VALUE ZEROS.
       77  FINAL-SILO-W    PIC S9(11) COMP-3 VALUE ZEROS.
       77  DIF-W           PIC S9(11) COMP-3 VALUE ZEROS.
       01  SILO-ANT-W      PIC X(6) VALUE SPACES.

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
           02 FILLER PIC X(42) VALUE
              'CUENTA CORRIENTE DE GRANOS desde el '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(10) VALUE ' hasta el '.
           02 Z-DD-H            PIC 9(2)/.
           02 Z-MM-H            PIC 9(2)/.
           02 Z-AA-H            PIC 9(4).

       01 Z-LINEA-02B.
          02 FILLER             PIC X(12) VALUE 'DEPOSITANTE '.
          02 Z-CLI-CTA          PIC 9(5)BB.
          02 Z-NOMCLI-CTA       PIC X(40)BB.
          02 FILLER             PIC X(9)  VALUE 'PRODUCTO '.
          02 Z-PROD-CTA         PIC 9(4)BB.
          02 Z-NOMPROD-CTA      PIC X(30).

       01 Z-LINEA-03.
          02 FILLER PIC X(10) VALUE 'Fecha'.
          02 FILLER PIC X(17) VALUE 'Movimiento'.
          02 FILLER PIC X(14) VALUE 'Numero'.
          02 FILLER PIC X(32) VALUE 'C.Porte / Referencia'.
          02 FILLER PIC X(14) VALUE '    Creditos'.
          02 FILLER PIC X(14) VALUE '     Debitos'.
          02 FILLER PIC X(14) VALUE '       Saldo'.

       01 Z-LINEA-04.
          02 Z-FECHA-CTA        PIC 9(8)BB.
          02 Z-TIPO-CTA         PIC X(15)BB.
          02 Z-NUMERO-CTA       PIC Z(12)BB.
          02 Z-REFER-CTA        PIC X(30)BB.
          02 Z-CRED-CTA         PIC ----.---.--9BB.
          02 Z-DEB-CTA          PIC ----.---.--9BB.
          02 Z-SALDO-CTA        PIC ----.---.--9.

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(35).
          02 Z-CANTNO           PIC ----.---.--9.

       01 Z-LINEA-06.
          02 FILLER PIC X(6)  VALUE 'Prod'.
          02 FILLER PIC X(26) VALUE 'Nombre'.
          02 FILLER PIC X(16) VALUE ' Saldos deposit.'.
          02 FILLER PIC X(16) VALUE '    Stock planta'.
          02 FILLER PIC X(14) VALUE '   Diferencia'.

       01 Z-LINEA-07.
          02 Z-PROD-CUA         PIC ZZZ9BB.
          02 Z-NOMPROD-CUA      PIC X(24)BB.
          02 Z-SALDO-CUA        PIC ----.---.--9BBBB.
          02 Z-STOCK-CUA        PIC ----.---.--9BBBB.
          02 Z-DIF-CUA          PIC ----.---.--9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-177.scr".

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
           ACCEPT HORA-TMP FROM TIME.
           MOVE SPACES TO TEMPORARIO-CTA.
           STRING TEMP-EXT      DELIMITED BY LOW-VALUE
                  TEMPORARIO-W  DELIMITED BY SIZE
                  INTO TEMPORARIO-CTA
           END-STRING.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-MERMAS AR-ANADIC
                      AR-MOVGRA AR-STKPLA AR-CLIENTES AR-PRODUCTO.
           OPEN I-O AR-CTAGRA.

       INICIO.
           MOVE ZEROS TO FECHA-DESDE-INPUT FECHA-HASTA-INPUT
                         CLI-INPUT PROD-INPUT.

       SF1.
           DISPLAY PL-177-SF-1-Screen.
           ACCEPT PL-177-SF-1-Screen.
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

           MOVE FECHA-DESDE-INPUT TO DMA-CPY.
           MOVE DD-CPY TO DD-DES-CPY Z-DD-D.
           MOVE MM-CPY TO MM-DES-CPY Z-MM-D.
           MOVE AA-CPY TO AA-DES-CPY Z-AA-D.
           MOVE FECHA-HASTA-INPUT TO DMA-CPY.
           MOVE DD-CPY TO DD-HAS-CPY Z-DD-H.
           MOVE MM-CPY TO MM-HAS-CPY Z-MM-H.
           MOVE AA-CPY TO AA-HAS-CPY Z-AA-H.
           IF DESDE-CPY = ZEROS OR HASTA-CPY = ZEROS
                                OR DESDE-CPY > HASTA-CPY
                    MOVE 1 TO MSG-TIPO
                    MOVE 1 TO BUTTON-TIPO
                    MOVE 1 TO DEFAULT-BUTTON
                    MOVE SPACES TO MSG-ERROR
                    MOVE 'EL RANGO DE FECHAS ES INCORRECTO'
                        TO MSG-1
                    CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                                MSG-1, MSG-2, MSG-3
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
           MOVE ZEROS TO SEQ-W CONT-CUENTAS CANT-SALDOS
                         SENAL-ACTUALIZA.
           INITIALIZE TABLA-SALDOS.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           IF HASTA-CPY NOT < AMD-HOY-W
              MOVE 1 TO SENAL-ACTUALIZA
           END-IF.

           PERFORM CARGA-MERMAS THRU EXIT-CARGA-MERMAS.
           OPEN I-O AR-CTAW.
           PERFORM SUMA-CAMIONES THRU EXIT-SUMA-CAMIONES.
           PERFORM SUMA-CAMITRAN THRU EXIT-SUMA-CAMITRAN.
           PERFORM SUMA-MOVIMIENTOS THRU EXIT-SUMA-MOVIMIENTOS.

       LISTAR.
           CLOSE AR-CTAW.
           OPEN INPUT AR-CTAW.
           MOVE ZEROS TO CLI-ANT-W PROD-ANT-W HAY-CUENTA-W.
           INITIALIZE AR-CTAW-REC.
           START AR-CTAW KEY NOT LESS THAN CLAVE-CTAW INVALID KEY
                GO TO FIN-LISTAR
           END-START.
       LEO-CTAW.
           READ AR-CTAW NEXT RECORD AT END
                GO TO FIN-LISTAR
           END-READ.
           IF HAY-CUENTA-W = ZEROS OR
              CLIENTE-CTAW  NOT = CLI-ANT-W OR
              PRODUCTO-CTAW NOT = PROD-ANT-W
              IF HAY-CUENTA-W = 1
                 PERFORM CIERRA-CUENTA THRU EXIT-CIERRA-CUENTA
              END-IF
              MOVE CLIENTE-CTAW  TO CLI-ANT-W
              MOVE PRODUCTO-CTAW TO PROD-ANT-W
              MOVE 1 TO HAY-CUENTA-W
              PERFORM ABRE-CUENTA THRU EXIT-ABRE-CUENTA
           END-IF.
           IF FECHA-CTAW = ZEROS
              MOVE CREDITO-CTAW TO CRE-ANT
              MOVE DEBITO-CTAW  TO DEB-ANT
              COMPUTE SALDO-RUN = CRE-ANT - DEB-ANT
              MOVE SPACES TO Z-LINEA-04
              MOVE 'SALDO ANTERIOR' TO Z-TIPO-CTA
              MOVE SALDO-RUN TO Z-SALDO-CTA
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-04 AFTER 1
              ADD 1 TO TL
              GO TO LEO-CTAW
           END-IF.
           ADD CREDITO-CTAW TO CRE-PER.
           ADD DEBITO-CTAW  TO DEB-PER.
           COMPUTE SALDO-RUN = SALDO-RUN + CREDITO-CTAW
                                         - DEBITO-CTAW.
           PERFORM IMPRIME-MOVIMIENTO THRU EXIT-IMPRIME-MOVIMIENTO.
           GO TO LEO-CTAW.

       FIN-LISTAR.
           IF HAY-CUENTA-W = 1
              PERFORM CIERRA-CUENTA THRU EXIT-CIERRA-CUENTA
           END-IF.
           CLOSE AR-CTAW.
           DELETE FILE AR-CTAW.

           MOVE SPACES TO Z-LINEA-05.
           MOVE 'CUENTAS LISTADAS' TO Z-LEYE.
           MOVE CONT-CUENTAS TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 2.
           ADD 2 TO TL.

           MOVE SPACES TO Z-LINEA-05.
           MOVE 'SALDOS POR PRODUCTO CONTRA STOCK' TO Z-LEYE.
           MOVE ZEROS TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 2.
           ADD 2 TO TL.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-06 AFTER 1.
           ADD 1 TO TL.
           PERFORM LINEA-CUADRA THRU EXIT-LINEA-CUADRA
              VARYING IX-SAL FROM 1 BY 1 UNTIL IX-SAL > CANT-SALDOS.

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
            CLOSE AR-CAMIONES AR-CAMITRAN AR-MERMAS AR-ANADIC
                  AR-MOVGRA AR-STKPLA AR-CLIENTES AR-PRODUCTO
                  AR-CTAGRA.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-177'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-177-SF-1-Screen.
            DESTROY PL-177-SF-1-Handle.

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
              WRITE LINEA FROM SUBRAY     AFTER 2
              WRITE LINEA FROM Z-LINEA-ESPA AFTER 2
              MOVE 10 TO TL
           END-IF.
           COPY "WINPRINT.PRD".
       file-spl.
           move spaces to archivo-spl.
           accept horaf-spl from time.
           string TEMP-EXT delimited by low-value
                  'G' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

       CARGA-MERMAS.
           MOVE ZEROS TO CANT-MERMAS.
           INITIALIZE TABLA-MERMAS.
           MOVE LOW-VALUES TO CLAVE-MERMAS.
           START AR-MERMAS KEY NOT < CLAVE-MERMAS INVALID KEY
               GO TO EXIT-CARGA-MERMAS
           END-START.
       LEO-MERMAS.
           READ AR-MERMAS NEXT RECORD AT END
               GO TO EXIT-CARGA-MERMAS
           END-READ.
           IF ACTIVO-MERMAS = 1
              IF CANT-MERMAS < 50
                 ADD 1 TO CANT-MERMAS
                 MOVE PRODUCTO-MERMAS
                   TO PROD-MER-TAB(CANT-MERMAS)
                 MOVE HUM-DESDE-MERMAS
                   TO HUMD-MER-TAB(CANT-MERMAS)
                 MOVE HUM-HASTA-MERMAS
                   TO HUMH-MER-TAB(CANT-MERMAS)
                 MOVE PORC-MERMA-MERMAS
                   TO PORC-MER-TAB(CANT-MERMAS)
              END-IF
           END-IF.
           GO TO LEO-MERMAS.
       EXIT-CARGA-MERMAS.
           EXIT.

       CALCULA-MERMA.
           PERFORM LEE-HUM-FIRME THRU EXIT-LEE-HUM-FIRME.
           MOVE ZEROS TO MERMA-W.
           MOVE NETO-NES TO NETON-MER-W.
           PERFORM VARYING IM-MER FROM 1 BY 1
                   UNTIL IM-MER > CANT-MERMAS
              IF PROD-MER-TAB(IM-MER) = PRODUCTO-NES AND
                 HUMEDAD-USADA-W NOT < HUMD-MER-TAB(IM-MER) AND
                 HUMEDAD-USADA-W NOT > HUMH-MER-TAB(IM-MER)
                 COMPUTE MERMA-W ROUNDED = NETO-NES
                         * PORC-MER-TAB(IM-MER) / 100
                 COMPUTE NETON-MER-W = NETO-NES - MERMA-W
                 MOVE 999 TO IM-MER
              END-IF
           END-PERFORM.
       EXIT-CALCULA-MERMA.
           EXIT.

      * Si la muestra tiene analisis adicional firme (arbitraje
      * primero, contramuestra despues) la humedad que rige la
      * merma es la firme, igual que en PL-173.
       LEE-HUM-FIRME.
           MOVE HUMEDAD-NES TO HUMEDAD-USADA-W.
           IF MUESTRA-NES NOT > ZEROS
              GO TO EXIT-LEE-HUM-FIRME
           END-IF.
           MOVE 3 TO SUBNRO-FIRME-W.
       LEO-HUM-FIRME.
           MOVE PLANTA-NES     TO PLANTA-ANADIC.
           MOVE MUESTRA-NES    TO MUESTRA-ANADIC.
           MOVE PRODUCTO-NES   TO PRODUCTO-ANADIC.
           MOVE SUBNRO-FIRME-W TO SUBNRO-ANADIC.
           READ AR-ANADIC INVALID KEY
                GO TO OTRO-HUM-FIRME
           END-READ.
           IF FIRME-ANADIC NOT = 1
              GO TO OTRO-HUM-FIRME
           END-IF.
           IF HUMEDAD-ANADIC NOT = ZEROS
              MOVE HUMEDAD-ANADIC TO HUMEDAD-USADA-W
           END-IF.
           GO TO EXIT-LEE-HUM-FIRME.
       OTRO-HUM-FIRME.
           IF SUBNRO-FIRME-W = 3
              MOVE 2 TO SUBNRO-FIRME-W
              GO TO LEO-HUM-FIRME
           END-IF.
       EXIT-LEE-HUM-FIRME.
           EXIT.

      * Acredita el camion en AR-CAMIONES-REC a la cuenta del
      * cedente (o del acopiador si no trae cedente): antes del
      * rango va al saldo anterior, dentro del rango como renglon.
       SUMA-ENTRADA.
           MOVE ACOP2-NES TO CLIENTE-W.
           IF CLIENTE-W = ZEROS
              MOVE ACOP-NES TO CLIENTE-W
           END-IF.
           IF CLI-INPUT NOT = ZEROS AND CLI-INPUT NOT = CLIENTE-W
              GO TO EXIT-SUMA-ENTRADA
           END-IF.
           IF PROD-INPUT NOT = ZEROS AND PROD-INPUT NOT = PRODUCTO-NES
              GO TO EXIT-SUMA-ENTRADA
           END-IF.
           PERFORM CALCULA-MERMA THRU EXIT-CALCULA-MERMA.
           INITIALIZE AR-CTAW-REC.
           MOVE CLIENTE-W    TO CLIENTE-CTAW.
           MOVE PRODUCTO-NES TO PRODUCTO-CTAW.
           PERFORM GRABA-ANTERIOR THRU EXIT-GRABA-ANTERIOR.
           IF FEC-CAL-NES < DESDE-CPY
              ADD NETON-MER-W TO CREDITO-CTAW
              REWRITE AR-CTAW-REC INVALID KEY
                   CONTINUE
              END-REWRITE
              GO TO EXIT-SUMA-ENTRADA
           END-IF.
           ADD 1 TO SEQ-W.
           INITIALIZE AR-CTAW-REC.
           MOVE CLIENTE-W       TO CLIENTE-CTAW.
           MOVE PRODUCTO-NES    TO PRODUCTO-CTAW.
           MOVE FEC-CAL-NES     TO FECHA-CTAW.
           MOVE SEQ-W           TO SEQ-CTAW.
           MOVE 'I'             TO TIPO-CTAW.
           MOVE INTERNO-NES     TO NUMERO-CTAW.
           MOVE CARTA-PORTE-NES TO PORTE-CTAW.
           MOVE NETON-MER-W     TO CREDITO-CTAW.
           MOVE ZEROS           TO DEBITO-CTAW.
           WRITE AR-CTAW-REC INVALID KEY
                CONTINUE
           END-WRITE.
       EXIT-SUMA-ENTRADA.
           EXIT.

      * Deja leido (y si no existe, grabado en cero) el registro de
      * saldo anterior de CLIENTE-CTAW / PRODUCTO-CTAW, para que
      * toda cuenta con movimientos abra con su saldo anterior.
       GRABA-ANTERIOR.
           MOVE ZEROS TO FECHA-CTAW SEQ-CTAW.
           READ AR-CTAW INVALID KEY
                MOVE SPACES TO TIPO-CTAW REFER-CTAW
                MOVE ZEROS  TO NUMERO-CTAW PORTE-CTAW
                               CREDITO-CTAW DEBITO-CTAW
                WRITE AR-CTAW-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-READ.
       EXIT-GRABA-ANTERIOR.
           EXIT.

       SUMA-CAMIONES.
           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-NES.
           MOVE PLANTA-EXT   TO PLANTA-NES.
           MOVE ZEROS        TO FEC-CAL-NES HORA-CAL-NES.
           START AR-CAMIONES KEY NOT LESS THAN ALT-CAMIONES-3
                                                   INVALID KEY
                GO TO EXIT-SUMA-CAMIONES
           END-START.
       LEO-SUMA-CAM.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO EXIT-SUMA-CAMIONES
           END-READ.
           IF EMPRESA-NES NOT = EMPRESA-EXT OR
              PLANTA-NES  NOT = PLANTA-EXT  OR
              FEC-CAL-NES > HASTA-CPY
              GO TO EXIT-SUMA-CAMIONES
           END-IF.
           IF NETO-NES NOT > ZEROS
              GO TO LEO-SUMA-CAM
           END-IF.
           PERFORM SUMA-ENTRADA THRU EXIT-SUMA-ENTRADA.
           GO TO LEO-SUMA-CAM.
       EXIT-SUMA-CAMIONES.
           EXIT.

       SUMA-CAMITRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-TRAN.
           MOVE PLANTA-EXT   TO PLANTA-TRAN.
           MOVE ZEROS        TO FEC-CAL-TRAN HORA-CAL-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN ALT-CAMITRAN-3
                                                   INVALID KEY
                GO TO EXIT-SUMA-CAMITRAN
           END-START.
       LEO-SUMA-TRAN.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO EXIT-SUMA-CAMITRAN
           END-READ.
           IF EMPRESA-TRAN NOT = EMPRESA-EXT OR
              PLANTA-TRAN  NOT = PLANTA-EXT  OR
              FEC-CAL-TRAN > HASTA-CPY
              GO TO EXIT-SUMA-CAMITRAN
           END-IF.
           IF NETO-TRAN NOT > ZEROS
              GO TO LEO-SUMA-TRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           PERFORM SUMA-ENTRADA THRU EXIT-SUMA-ENTRADA.
           GO TO LEO-SUMA-TRAN.
       EXIT-SUMA-CAMITRAN.
           EXIT.

       SUMA-MOVIMIENTOS.
           INITIALIZE AR-MOVGRA-REC.
           MOVE EMPRESA-EXT TO EMPRESA-MOVG.
           MOVE PLANTA-EXT  TO PLANTA-MOVG.
           MOVE 1           TO NUMERO-MOVG.
           START AR-MOVGRA KEY NOT LESS THAN CLAVE-MOVGRA
                                                   INVALID KEY
                GO TO EXIT-SUMA-MOVIMIENTOS
           END-START.
       LEO-SUMA-MOV.
           READ AR-MOVGRA NEXT RECORD AT END
                GO TO EXIT-SUMA-MOVIMIENTOS
           END-READ.
           IF EMPRESA-MOVG NOT = EMPRESA-EXT OR
              PLANTA-MOVG  NOT = PLANTA-EXT
              GO TO EXIT-SUMA-MOVIMIENTOS
           END-IF.
           IF FECHA-MOVG > HASTA-CPY
              GO TO LEO-SUMA-MOV
           END-IF.
           IF CLI-INPUT NOT = ZEROS AND CLI-INPUT NOT = CLIENTE-MOVG
              GO TO LEO-SUMA-MOV
           END-IF.
           IF PROD-INPUT NOT = ZEROS AND
              PROD-INPUT NOT = PRODUCTO-MOVG
              GO TO LEO-SUMA-MOV
           END-IF.
           INITIALIZE AR-CTAW-REC.
           MOVE CLIENTE-MOVG  TO CLIENTE-CTAW.
           MOVE PRODUCTO-MOVG TO PRODUCTO-CTAW.
           PERFORM GRABA-ANTERIOR THRU EXIT-GRABA-ANTERIOR.
           IF FECHA-MOVG < DESDE-CPY
              IF SIGNO-MOVG = 'C'
                 ADD KILOS-MOVG TO CREDITO-CTAW
              ELSE
                 ADD KILOS-MOVG TO DEBITO-CTAW
              END-IF
              REWRITE AR-CTAW-REC INVALID KEY
                   CONTINUE
              END-REWRITE
              GO TO LEO-SUMA-MOV
           END-IF.
           ADD 1 TO SEQ-W.
           INITIALIZE AR-CTAW-REC.
           MOVE CLIENTE-MOVG  TO CLIENTE-CTAW.
           MOVE PRODUCTO-MOVG TO PRODUCTO-CTAW.
           MOVE FECHA-MOVG    TO FECHA-CTAW.
           MOVE SEQ-W         TO SEQ-CTAW.
           MOVE TIPO-MOVG     TO TIPO-CTAW.
           MOVE NUMERO-MOVG   TO NUMERO-CTAW.
           MOVE REFER-MOVG    TO REFER-CTAW.
           IF SIGNO-MOVG = 'C'
              MOVE KILOS-MOVG TO CREDITO-CTAW
           ELSE
              MOVE KILOS-MOVG TO DEBITO-CTAW
           END-IF.
           WRITE AR-CTAW-REC INVALID KEY
                CONTINUE
           END-WRITE.
           GO TO LEO-SUMA-MOV.
       EXIT-SUMA-MOVIMIENTOS.
           EXIT.

       ABRE-CUENTA.
           ADD 1 TO CONT-CUENTAS.
           MOVE ZEROS TO CRE-ANT DEB-ANT CRE-PER DEB-PER SALDO-RUN.
           MOVE CLI-ANT-W TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE PROD-ANT-W TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                INITIALIZE AR-PRODUCTO-REC
           END-READ.
           MOVE SPACES TO Z-LINEA-02B.
           MOVE CLI-ANT-W  TO Z-CLI-CTA.
           MOVE NOM-CLI    TO Z-NOMCLI-CTA.
           MOVE PROD-ANT-W TO Z-PROD-CTA.
           MOVE NOM-PROD   TO Z-NOMPROD-CTA.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-02B AFTER 2.
           ADD 2 TO TL.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03 AFTER 1.
           ADD 1 TO TL.
       EXIT-ABRE-CUENTA.
           EXIT.

       CIERRA-CUENTA.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'SALDO FINAL' TO Z-TIPO-CTA.
           MOVE CRE-PER   TO Z-CRED-CTA.
           MOVE DEB-PER   TO Z-DEB-CTA.
           MOVE SALDO-RUN TO Z-SALDO-CTA.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.

           MOVE ZEROS TO IS-SAL.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > CANT-SALDOS
              IF PROD-SAL(IX-SAL) = PROD-ANT-W
                 MOVE IX-SAL TO IS-SAL
                 MOVE 999 TO IX-SAL
              END-IF
           END-PERFORM.
           IF IS-SAL = ZEROS AND CANT-SALDOS < 50
              ADD 1 TO CANT-SALDOS
              MOVE CANT-SALDOS TO IS-SAL
              MOVE PROD-ANT-W TO PROD-SAL(IS-SAL)
           END-IF.
           IF IS-SAL > ZEROS
              ADD SALDO-RUN TO SALDO-SAL(IS-SAL)
           END-IF.

           IF NOT ACTUALIZA-CUENTA
              GO TO EXIT-CIERRA-CUENTA
           END-IF.
           MOVE EMPRESA-EXT TO EMPRESA-CTAG.
           MOVE PLANTA-EXT  TO PLANTA-CTAG.
           MOVE CLI-ANT-W   TO CLIENTE-CTAG.
           MOVE PROD-ANT-W  TO PRODUCTO-CTAG.
           READ AR-CTAGRA INVALID KEY
                INITIALIZE AR-CTAGRA-REC
                MOVE EMPRESA-EXT TO EMPRESA-CTAG
                MOVE PLANTA-EXT  TO PLANTA-CTAG
                MOVE CLI-ANT-W   TO CLIENTE-CTAG
                MOVE PROD-ANT-W  TO PRODUCTO-CTAG
           END-READ.
           COMPUTE CREDITOS-CTAG = CRE-ANT + CRE-PER.
           COMPUTE DEBITOS-CTAG  = DEB-ANT + DEB-PER.
           MOVE SALDO-RUN   TO SALDO-CTAG.
           MOVE HASTA-CPY   TO FECSALDO-CTAG.
           MOVE AMD-HOY-W   TO FECACT-CTAG.
           MOVE USUARIO-EXT TO USUARIO-CTAG.
           REWRITE AR-CTAGRA-REC INVALID KEY
                WRITE AR-CTAGRA-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-REWRITE.
       EXIT-CIERRA-CUENTA.
           EXIT.

       IMPRIME-MOVIMIENTO.
           MOVE SPACES TO Z-LINEA-04.
           MOVE FECHA-CTAW  TO Z-FECHA-CTA.
           EVALUATE TIPO-CTAW
              WHEN 'I'
                 MOVE 'INGRESO CAMION' TO Z-TIPO-CTA
              WHEN 'R'
                 MOVE 'RETIRO' TO Z-TIPO-CTA
              WHEN 'V'
                 MOVE 'VENTA A PLANTA' TO Z-TIPO-CTA
              WHEN 'B'
                 MOVE 'BOLETO FIJADO' TO Z-TIPO-CTA
              WHEN 'T'
                 IF CREDITO-CTAW > ZEROS
                    MOVE 'TRANSF.RECIBIDA' TO Z-TIPO-CTA
                 ELSE
                    MOVE 'TRANSF.CEDIDA' TO Z-TIPO-CTA
                 END-IF
           END-EVALUATE.
           MOVE NUMERO-CTAW TO Z-NUMERO-CTA.
           IF TIPO-CTAW = 'I'
              MOVE PORTE-CTAW TO Z-REFER-CTA
           ELSE
              MOVE REFER-CTAW TO Z-REFER-CTA
           END-IF.
           MOVE CREDITO-CTAW TO Z-CRED-CTA.
           MOVE DEBITO-CTAW  TO Z-DEB-CTA.
           MOVE SALDO-RUN    TO Z-SALDO-CTA.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
       EXIT-IMPRIME-MOVIMIENTO.
           EXIT.

      * Stock de playa del producto a la fecha hasta: por cada silo
      * el saldo final de la ultima posicion que no pasa de esa
      * fecha (mismo criterio de arrastre que PL-173).
       SUMA-STOCK.
           MOVE ZEROS TO STOCK-W FINAL-SILO-W.
           MOVE SPACES TO SILO-ANT-W.
           INITIALIZE AR-STKPLA-REC.
           MOVE EMPRESA-EXT      TO EMPRESA-STK.
           MOVE PLANTA-EXT       TO PLANTA-STK.
           MOVE PROD-SAL(IX-SAL) TO PRODUCTO-STK.
           START AR-STKPLA KEY NOT LESS THAN CLAVE-STKPLA
                                                   INVALID KEY
                GO TO EXIT-SUMA-STOCK
           END-START.
       LEO-SUMA-STK.
           READ AR-STKPLA NEXT RECORD AT END
                GO TO FIN-SUMA-STOCK
           END-READ.
           IF EMPRESA-STK  NOT = EMPRESA-EXT OR
              PLANTA-STK   NOT = PLANTA-EXT  OR
              PRODUCTO-STK NOT = PROD-SAL(IX-SAL)
              GO TO FIN-SUMA-STOCK
           END-IF.
           IF SILO-STK NOT = SILO-ANT-W
              ADD FINAL-SILO-W TO STOCK-W
              MOVE ZEROS TO FINAL-SILO-W
              MOVE SILO-STK TO SILO-ANT-W
           END-IF.
           IF FECHA-STK NOT > HASTA-CPY
              MOVE FINAL-STK TO FINAL-SILO-W
           END-IF.
           GO TO LEO-SUMA-STK.
       FIN-SUMA-STOCK.
           ADD FINAL-SILO-W TO STOCK-W.
       EXIT-SUMA-STOCK.
           EXIT.

       LINEA-CUADRA.
           PERFORM SUMA-STOCK THRU EXIT-SUMA-STOCK.
           MOVE PROD-SAL(IX-SAL) TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                INITIALIZE AR-PRODUCTO-REC
           END-READ.
           MOVE SPACES TO Z-LINEA-07.
           MOVE PROD-SAL(IX-SAL)  TO Z-PROD-CUA.
           MOVE NOM-PROD          TO Z-NOMPROD-CUA.
           MOVE SALDO-SAL(IX-SAL) TO Z-SALDO-CUA.
           MOVE STOCK-W           TO Z-STOCK-CUA.
           COMPUTE DIF-W = SALDO-SAL(IX-SAL) - STOCK-W.
           MOVE DIF-W TO Z-DIF-CUA.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 1.
           ADD 1 TO TL.
       EXIT-LINEA-CUADRA.
           EXIT.
