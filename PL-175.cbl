       IDENTIFICATION DIVISION.
      * 108081 - Playa - Programa nuevo: liquidacion de calidad por
      *          camion. Para un periodo de fechas de calado toma los
      *          camiones con muestra y neto de AR-CAMIONES y de
      *          AR-CAMITRAN (transferencias), trae los rubros del
      *          analisis (SQL-ANA2) y, si la muestra tiene analisis
      *          adicional firme en AR-ANADIC (arbitraje primero,
      *          contramuestra despues), reemplaza los valores por
      *          los firmes igual que el detalle de PL-153. Cada
      *          rubro se compara contra el estandar comercial
      *          vigente a la fecha de calado (AR-ESTCAL, PL-174):
      *          puntos sobre o bajo la base, por escalon, con su
      *          porcentaje de bonificacion o rebaja. El factor de
      *          calidad (100 mas bonificaciones menos rebajas) se
      *          aplica sobre el neto mermado por humedad de
      *          AR-MERMAS y da los kilos liquidables. El resultado
      *          de cada camion queda grabado en AR-LIQCAL con el
      *          detalle por rubro y se lista por cedente
      *          (ACOP2-NES). Con la marca de "listar lo grabado" no
      *          recalcula y lista lo que ya esta en AR-LIQCAL.
       PROGRAM-ID. PL-175.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "ANALISIS.SEL".
       COPY "ANADIC.SEL".
       COPY "MERMAS.SEL".
       COPY "ESTCAL.SEL".
       COPY "LIQCAL.SEL".
       COPY "CLIENTES.SEL".
       COPY "RUBROS.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-CALW ASSIGN TO TEMPORARIO-CAL
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CLAVE-CALW.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "ANALISIS.CPY".
       COPY "ANADIC.CPY".
       COPY "MERMAS.CPY".
       COPY "ESTCAL.CPY".
       COPY "LIQCAL.CPY".
       COPY "CLIENTES.CPY".
       COPY "RUBROS.CPY".
       COPY "LISTADO.CPY".

       FD  AR-CALW LABEL RECORD STANDARD.
       01  AR-CALW-REC.
           02 CLAVE-CALW.
              03 ACOP2-CALW        PIC 9(5).
              03 SEQ-CALW          PIC 9(6).
           02 REG-CALW             PIC X(654).

       WORKING-STORAGE SECTION.

       01  TEMPORARIO-W.
           02 FILLER      PIC X VALUE "K".
           02 HORA-TMP    PIC 9(7).

       01  TEMPORARIO-CAL    PIC X(128).

       01 RUBROS-ANAL.
          02 OCCURS-TABLA-RUBROS OCCURS 100 TIMES.
             03 RUBRO-ANAL       PIC  9(4).
             03 PORC-ANAL        PIC  S9(3)V9(4).
             03 PORCA-ANAL REDEFINES PORC-ANAL  PIC  X(7).
             03 MERMA-ANAL       PIC  S9(9).
             03 COEF-ANAL        PIC  S9(3)V99.
             03 PESO1-ANAL       PIC  S9(3)V9(4).
             03 PESO2-ANAL       PIC  S9(3)V9(4).
             03 PESO3-ANAL       PIC  S9(3)V9(4).
             03 PESO4-ANAL       PIC  S9(3)V9(4).
             03 PESOG-ANAL       PIC  S9(3)V9(4).
             03 ORDEN-CAL-ANAL   PIC  999.
             03 ALFA-ANAL        PIC  9.
             03 BASE-ANAL        PIC  S9(9)V99.
             03 CALIDAD-ANAL     PIC  9.
             03 SIGNO-ANAL       PIC  X.
             03 VALOR-ANAL       PIC  S9(3)V99.
             03 GENAUT-ANAL      PIC  9.
             03 ORDEN-ING-ANAL   PIC  999.

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
       01  PROD-INPUT         PIC 9(4) VALUE ZEROS.
       01  SENAL-GRABADO      PIC 9 VALUE ZEROS.
           88 SOLO-GRABADO    VALUE 1.

       01  TABLA-MERMAS.
           02 OCCURS-MERMAS OCCURS 50 TIMES.
              03 PROD-MER-TAB    PIC 9(4).
              03 BANDA-MER-TAB   PIC 9(2).
              03 HUMD-MER-TAB    PIC S9(3)V9(4).
              03 HUMH-MER-TAB    PIC S9(3)V9(4).
              03 PORC-MER-TAB    PIC S9(3)V9(4).
       01  CANT-MERMAS           PIC 9(3) VALUE ZEROS.
       77  IM-MER                PIC 9(4) VALUE ZEROS.

       77  K               PIC 9(4) VALUE ZEROS.
       77  IR              PIC 9(4) VALUE ZEROS.
       77  IA-ADIC         PIC 9(4) VALUE ZEROS.
       77  KA-ADIC         PIC 9(4) VALUE ZEROS.
       77  SEQ-W           PIC 9(6) VALUE ZEROS.
       77  HUMEDAD-USADA-W PIC S9(3)V9(4) VALUE ZEROS.
       77  SUBNRO-FIRME-W  PIC 9(2) VALUE ZEROS.
       77  FIRME-USADO-W   PIC 9(2) VALUE ZEROS.
       77  PORC-MERMA-W    PIC S9(3)V9(4) VALUE ZEROS.
       77  MERMA-W         PIC S9(9) COMP-3 VALUE ZEROS.
       77  NETON-W         PIC S9(9) COMP-3 VALUE ZEROS.
       77  FACTOR-W        PIC S9(3)V9(4) VALUE ZEROS.
       77  KILOSLIQ-W      PIC S9(9) COMP-3 VALUE ZEROS.
       77  DIF-W           PIC S9(3)V9(4) VALUE ZEROS.
       77  PUNTOS-W        PIC S9(3)V9(4) VALUE ZEROS.
       77  PASOS-W         PIC 9(5) VALUE ZEROS.
       77  AJUSTE-W        PIC S9(3)V9(4) VALUE ZEROS.
       77  CANT-RUB-W      PIC 9(3) VALUE ZEROS.
       77  HAY-ESTANDAR-W  PIC 9 VALUE ZEROS.
           88 HAY-ESTANDAR VALUE 1.
       01  ESTCAL-HOLD-W   PIC X(64) VALUE SPACES.

       77  CONT-SIN-ESTANDAR PIC 9(8) VALUE ZEROS.
       77  CONT-SIN-LIQ      PIC 9(8) VALUE ZEROS.
       77  CONT-CEDENTES     PIC 9(8) VALUE ZEROS.

       77  ACOP2-ANT-W   PIC 9(5) VALUE ZEROS.
       77  HAY-CEDENTE-W PIC 9 VALUE ZEROS.

       77  CAM-CED       PIC 9(8) VALUE ZEROS.
       77  KIL-CED       PIC S9(11) COMP-3 VALUE ZEROS.
       77  NET-CED       PIC S9(11) COMP-3 VALUE ZEROS.
       77  LIQ-CED       PIC S9(11) COMP-3 VALUE ZEROS.
       77  CAM-TOT       PIC 9(8) VALUE ZEROS.
       77  KIL-TOT       PIC S9(11) COMP-3 VALUE ZEROS.
       77  NET-TOT       PIC S9(11) COMP-3 VALUE ZEROS.
       77  LIQ-TOT       PIC S9(11) COMP-3 VALUE ZEROS.

       01  AMD-W              PIC 9(8) VALUE ZEROS.

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
              'LIQUIDACION DE CALIDAD desde el '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(10) VALUE ' hasta el '.
           02 Z-DD-H            PIC 9(2)/.
           02 Z-MM-H            PIC 9(2)/.
           02 Z-AA-H            PIC 9(4).

       01 Z-LINEA-02B.
          02 FILLER             PIC X(8)  VALUE 'CEDENTE '.
          02 Z-ACOP2-CAL        PIC 9(5)BB.
          02 Z-NOMCLI-CAL       PIC X(40).

       01 Z-LINEA-03.
          02 FILLER PIC X(8)  VALUE 'Interno'.
          02 FILLER PIC X(14) VALUE 'Muestra'.
          02 FILLER PIC X(15) VALUE 'C.Porte'.
          02 FILLER PIC X(9)  VALUE 'Fecha'.
          02 FILLER PIC X(6)  VALUE 'Firme'.
          02 FILLER PIC X(7)  VALUE '  Hum'.
          02 FILLER PIC X(11) VALUE '     Kilos'.
          02 FILLER PIC X(11) VALUE '     Merma'.
          02 FILLER PIC X(11) VALUE '   NetoMer'.
          02 FILLER PIC X(10) VALUE '   Factor'.
          02 FILLER PIC X(11) VALUE ' Kilos Liq.'.
          02 FILLER PIC X(11) VALUE '  Dif.Cal.'.

       01 Z-LINEA-04.
          02 Z-INTERNO-CAL      PIC Z(6)BB.
          02 Z-MUESTRA-CAL      PIC Z(12)BB.
          02 Z-PORTE-CAL        PIC Z(13)BB.
          02 Z-FECHA-CAL        PIC 9(8)B.
          02 Z-FIRME-CAL        PIC X(6).
          02 Z-HUM-CAL          PIC ZZZ,ZZB.
          02 Z-KILOS-CAL        PIC Z(9)9B.
          02 Z-MERMA-CAL        PIC Z(9)9B.
          02 Z-NETON-CAL        PIC Z(9)9B.
          02 Z-FACTOR-CAL       PIC ZZ9,9999B.
          02 Z-KILOSLIQ-CAL     PIC Z(9)9B.
          02 Z-DIF-CAL          PIC -(9)9.

       01 Z-LINEA-04R.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-RUBRO-CAL        PIC X(10).
          02 FILLER             PIC X(6)  VALUE 'Valor '.
          02 Z-VALOR-CAL        PIC ---9,9999BB.
          02 FILLER             PIC X(5)  VALUE 'Base '.
          02 Z-BASE-CAL         PIC ---9,9999BB.
          02 Z-LEYE-CAL         PIC X(8).
          02 Z-AJUSTE-CAL       PIC ---9,9999.
          02 FILLER             PIC X(2)  VALUE ' %'.

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(36).
          02 Z-CANTNO           PIC ZZZ.ZZZ.ZZ9.
          02 FILLER             PIC X(2) VALUE SPACES.
          02 Z-KILNO            PIC ----.---.---.--9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-175.scr".

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
           MOVE SPACES TO TEMPORARIO-CAL.
           STRING TEMP-EXT      DELIMITED BY LOW-VALUE
                  TEMPORARIO-W  DELIMITED BY SIZE
                  INTO TEMPORARIO-CAL
           END-STRING.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-ANALISIS AR-ANADIC
                      AR-MERMAS AR-ESTCAL AR-CLIENTES AR-RUBROS.
           OPEN I-O AR-LIQCAL.

       INICIO.
           MOVE ZEROS TO FECHA-DESDE-INPUT FECHA-HASTA-INPUT
                         PROD-INPUT SENAL-GRABADO.

       SF1.
           DISPLAY PL-175-SF-1-Screen.
           ACCEPT PL-175-SF-1-Screen.
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

           IF NOT SOLO-GRABADO
              PERFORM CARGA-MERMAS THRU EXIT-CARGA-MERMAS
           END-IF.
           ACCEPT AMD-W FROM DATE YYYYMMDD.

           MOVE ZEROS TO SEQ-W CONT-SIN-ESTANDAR CONT-SIN-LIQ
                         CONT-CEDENTES CAM-TOT KIL-TOT NET-TOT
                         LIQ-TOT.
           OPEN OUTPUT AR-CALW FOR BULK-ADDITION.

           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT TO EMPRESA-NES.
           MOVE PLANTA-EXT  TO PLANTA-NES.
           MOVE DESDE-CPY   TO FEC-CAL-NES.
           MOVE ZEROS       TO HORA-CAL-NES.
           START AR-CAMIONES KEY NOT LESS THAN ALT-CAMIONES-3
                                                   INVALID KEY
                GO TO INICIO-CAMITRAN
           END-START.
       LEO-CAMIONES.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO INICIO-CAMITRAN
           END-READ.
           IF EMPRESA-NES NOT = EMPRESA-EXT OR
              PLANTA-NES  NOT = PLANTA-EXT
              GO TO INICIO-CAMITRAN
           END-IF.
           IF FEC-CAL-NES > HASTA-CPY
              GO TO INICIO-CAMITRAN
           END-IF.
           PERFORM PROCESA-CAMION THRU EXIT-PROCESA-CAMION.
           GO TO LEO-CAMIONES.

      * Los camiones de transferencia se liquidan igual, pasando el
      * registro de AR-CAMITRAN al de AR-CAMIONES.
       INICIO-CAMITRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT TO EMPRESA-TRAN.
           MOVE PLANTA-EXT  TO PLANTA-TRAN.
           MOVE DESDE-CPY   TO FEC-CAL-TRAN.
           MOVE ZEROS       TO HORA-CAL-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN ALT-CAMITRAN-3
                                                   INVALID KEY
                GO TO LISTAR
           END-START.
       LEO-CAMITRAN.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO LISTAR
           END-READ.
           IF EMPRESA-TRAN NOT = EMPRESA-EXT OR
              PLANTA-TRAN  NOT = PLANTA-EXT
              GO TO LISTAR
           END-IF.
           IF FEC-CAL-TRAN > HASTA-CPY
              GO TO LISTAR
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           PERFORM PROCESA-CAMION THRU EXIT-PROCESA-CAMION.
           GO TO LEO-CAMITRAN.

       LISTAR.
           CLOSE AR-CALW.
           OPEN INPUT AR-CALW.
           MOVE ZEROS TO ACOP2-ANT-W HAY-CEDENTE-W.
           INITIALIZE AR-CALW-REC.
           START AR-CALW KEY NOT LESS THAN CLAVE-CALW INVALID KEY
                GO TO FIN-LISTAR
           END-START.
       LEO-CALW.
           READ AR-CALW NEXT RECORD AT END
                GO TO FIN-LISTAR
           END-READ.
           MOVE REG-CALW TO AR-LIQCAL-REC.
           IF HAY-CEDENTE-W = ZEROS OR
              ACOP2-CALW NOT = ACOP2-ANT-W
              IF HAY-CEDENTE-W = 1
                 PERFORM CIERRA-CEDENTE THRU EXIT-CIERRA-CEDENTE
              END-IF
              MOVE ACOP2-CALW TO ACOP2-ANT-W
              MOVE 1 TO HAY-CEDENTE-W
              PERFORM ABRE-CEDENTE THRU EXIT-ABRE-CEDENTE
           END-IF.
           PERFORM IMPRIME-DETALLE THRU EXIT-IMPRIME-DETALLE.
           ADD 1               TO CAM-CED CAM-TOT.
           ADD KILOS-LIQCAL    TO KIL-CED KIL-TOT.
           ADD NETON-LIQCAL    TO NET-CED NET-TOT.
           ADD KILOSLIQ-LIQCAL TO LIQ-CED LIQ-TOT.
           GO TO LEO-CALW.

       FIN-LISTAR.
           IF HAY-CEDENTE-W = 1
              PERFORM CIERRA-CEDENTE THRU EXIT-CIERRA-CEDENTE
           END-IF.
           CLOSE AR-CALW.
           DELETE FILE AR-CALW.

           MOVE SPACES TO Z-LINEA-05.
           MOVE 'TOTAL GENERAL - CEDENTES' TO Z-LEYE.
           MOVE CONT-CEDENTES TO Z-CANTNO.
           MOVE ZEROS TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 2.
           ADD 2 TO TL.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'CAMIONES / KILOS INGRESADOS' TO Z-LEYE.
           MOVE CAM-TOT TO Z-CANTNO.
           MOVE KIL-TOT TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'KILOS NETOS MERMADOS' TO Z-LEYE.
           MOVE NET-TOT TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'KILOS LIQUIDABLES POR CALIDAD' TO Z-LEYE.
           MOVE LIQ-TOT TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
           IF SOLO-GRABADO
              MOVE SPACES TO Z-LINEA-05
              MOVE 'CAMIONES SIN LIQUIDACION GRABADA' TO Z-LEYE
              MOVE CONT-SIN-LIQ TO Z-CANTNO
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-05 AFTER 1
              ADD 1 TO TL
           ELSE
              MOVE SPACES TO Z-LINEA-05
              MOVE 'CAMIONES SIN ESTANDAR DE CALIDAD' TO Z-LEYE
              MOVE CONT-SIN-ESTANDAR TO Z-CANTNO
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-05 AFTER 1
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
            CLOSE AR-CAMIONES AR-CAMITRAN AR-ANALISIS AR-ANADIC
                  AR-MERMAS AR-ESTCAL AR-CLIENTES AR-RUBROS AR-LIQCAL.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-175'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-175-SF-1-Screen.
            DESTROY PL-175-SF-1-Handle.

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
                  'K' horaf-spl(2:) '.spl' delimited by size
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
              IF PROD-INPUT = ZEROS OR
                 PROD-INPUT = PRODUCTO-MERMAS
                 IF CANT-MERMAS < 50
                    ADD 1 TO CANT-MERMAS
                    MOVE PRODUCTO-MERMAS
                      TO PROD-MER-TAB(CANT-MERMAS)
                    MOVE BANDA-MERMAS
                      TO BANDA-MER-TAB(CANT-MERMAS)
                    MOVE HUM-DESDE-MERMAS
                      TO HUMD-MER-TAB(CANT-MERMAS)
                    MOVE HUM-HASTA-MERMAS
                      TO HUMH-MER-TAB(CANT-MERMAS)
                    MOVE PORC-MERMA-MERMAS
                      TO PORC-MER-TAB(CANT-MERMAS)
                 END-IF
              END-IF
           END-IF.
           GO TO LEO-MERMAS.
       EXIT-CARGA-MERMAS.
           EXIT.

       BUSCA-BANDA.
           MOVE ZEROS TO PORC-MERMA-W.
           PERFORM VARYING IM-MER FROM 1 BY 1
                   UNTIL IM-MER > CANT-MERMAS
              IF PROD-MER-TAB(IM-MER) = PRODUCTO-NES AND
                 HUMEDAD-USADA-W NOT < HUMD-MER-TAB(IM-MER) AND
                 HUMEDAD-USADA-W NOT > HUMH-MER-TAB(IM-MER)
                 MOVE PORC-MER-TAB(IM-MER)  TO PORC-MERMA-W
                 MOVE 999 TO IM-MER
              END-IF
           END-PERFORM.
       EXIT-BUSCA-BANDA.
           EXIT.

      * Camion de AR-CAMIONES-REC calado en el periodo: lo liquida
      * (o toma lo grabado) y lo deja en el temporario por cedente.
       PROCESA-CAMION.
           IF MUESTRA-NES NOT > ZEROS OR NETO-NES NOT > ZEROS
              GO TO EXIT-PROCESA-CAMION
           END-IF.
           IF PROD-INPUT NOT = ZEROS
              IF PROD-INPUT NOT = PRODUCTO-NES
                 GO TO EXIT-PROCESA-CAMION
              END-IF
           END-IF.
           IF SOLO-GRABADO
              MOVE EMPRESA-NES TO EMPRESA-LIQCAL
              MOVE PLANTA-NES  TO PLANTA-LIQCAL
              MOVE INTERNO-NES TO INTERNO-LIQCAL
              MOVE MUESTRA-NES TO MUESTRA-LIQCAL
              READ AR-LIQCAL INVALID KEY
                   ADD 1 TO CONT-SIN-LIQ
                   GO TO EXIT-PROCESA-CAMION
              END-READ
           ELSE
              PERFORM CALCULA-CALIDAD THRU EXIT-CALCULA-CALIDAD
           END-IF.
           ADD 1 TO SEQ-W.
           INITIALIZE AR-CALW-REC.
           MOVE ACOP2-LIQCAL  TO ACOP2-CALW.
           MOVE SEQ-W         TO SEQ-CALW.
           MOVE AR-LIQCAL-REC TO REG-CALW.
           WRITE AR-CALW-REC INVALID KEY
                CONTINUE
           END-WRITE.
       EXIT-PROCESA-CAMION.
           EXIT.

      * Calcula y graba en AR-LIQCAL la liquidacion de calidad del
      * camion en AR-CAMIONES-REC. Si ya estaba liquidado se pisa
      * con el calculo nuevo (estandar o valor firme corregidos).
       CALCULA-CALIDAD.
           INITIALIZE AR-ANALISIS-REC.
           MOVE EMPRESA-NES  TO EMPRESA-ANAL.
           MOVE PLANTA-NES   TO T1PlaId.
           MOVE MUESTRA-NES  TO T1Muestra.
           MOVE PRODUCTO-NES TO T1Prd_Cod.
           READ AR-ANALISIS INVALID KEY
                INITIALIZE AR-ANALISIS-REC
                MOVE PLANTA-NES   TO T1PlaId
                MOVE MUESTRA-NES  TO T1Muestra
                MOVE PRODUCTO-NES TO T1Prd_Cod
           END-READ.
           CALL "SQL-ANA2" USING "L" CLAVE-ANALISIS RUBROS-ANAL.
           PERFORM APLICA-FIRME THRU EXIT-APLICA-FIRME.
           PERFORM BUSCA-BANDA THRU EXIT-BUSCA-BANDA.
           COMPUTE MERMA-W ROUNDED = NETO-NES * PORC-MERMA-W / 100.
           COMPUTE NETON-W = NETO-NES - MERMA-W.

           INITIALIZE AR-LIQCAL-REC.
           MOVE EMPRESA-NES     TO EMPRESA-LIQCAL.
           MOVE PLANTA-NES      TO PLANTA-LIQCAL.
           MOVE INTERNO-NES     TO INTERNO-LIQCAL.
           MOVE MUESTRA-NES     TO MUESTRA-LIQCAL.
           MOVE ACOP-NES        TO ACOP-LIQCAL.
           MOVE ACOP2-NES       TO ACOP2-LIQCAL.
           MOVE CARTA-PORTE-NES TO PORTE-LIQCAL.
           MOVE FEC-CAL-NES     TO FECHA-CAL-LIQCAL.
           MOVE PRODUCTO-NES    TO PRODUCTO-LIQCAL.
           MOVE FIRME-USADO-W   TO FIRME-LIQCAL.
           MOVE HUMEDAD-USADA-W TO HUMEDAD-LIQCAL.
           MOVE NETO-NES        TO KILOS-LIQCAL.
           MOVE MERMA-W         TO MERMA-LIQCAL.
           MOVE NETON-W         TO NETON-LIQCAL.

           MOVE 100   TO FACTOR-W.
           MOVE ZEROS TO CANT-RUB-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 100
              IF RUBRO-ANAL(K) > ZEROS
                 PERFORM BONIFICA-RUBRO THRU EXIT-BONIFICA-RUBRO
              END-IF
           END-PERFORM.
           IF CANT-RUB-W = ZEROS
              ADD 1 TO CONT-SIN-ESTANDAR
           END-IF.
           IF FACTOR-W < ZEROS
              MOVE ZEROS TO FACTOR-W
           END-IF.
           COMPUTE KILOSLIQ-W ROUNDED = NETON-W * FACTOR-W / 100.

           MOVE FACTOR-W    TO FACTOR-LIQCAL.
           MOVE KILOSLIQ-W  TO KILOSLIQ-LIQCAL.
           MOVE AMD-W       TO FECHA-PROC-LIQCAL.
           MOVE USUARIO-EXT TO USUARIO-LIQCAL.
           WRITE AR-LIQCAL-REC INVALID KEY
                REWRITE AR-LIQCAL-REC INVALID KEY
                     CONTINUE
                END-REWRITE
           END-WRITE.
       EXIT-CALCULA-CALIDAD.
           EXIT.

      * Compara el rubro K del analisis contra el estandar vigente.
      * Los puntos de diferencia se cuentan por escalones completos
      * cuando el estandar tiene escalon. En un rubro de defecto
      * (D) el exceso sobre la base rebaja y la falta bonifica; en
      * uno de merito (M) es al reves.
       BONIFICA-RUBRO.
           PERFORM BUSCA-ESTANDAR THRU EXIT-BUSCA-ESTANDAR.
           IF NOT HAY-ESTANDAR
              GO TO EXIT-BONIFICA-RUBRO
           END-IF.
           MOVE ZEROS TO AJUSTE-W.
           COMPUTE DIF-W = PORC-ANAL(K) - BASE-ESTCAL.
           IF DIF-W < ZEROS
              COMPUTE PUNTOS-W = ZEROS - DIF-W
           ELSE
              MOVE DIF-W TO PUNTOS-W
           END-IF.
           IF ESCALON-ESTCAL > ZEROS
              COMPUTE PASOS-W = PUNTOS-W / ESCALON-ESTCAL
              COMPUTE PUNTOS-W = PASOS-W * ESCALON-ESTCAL
           END-IF.
           IF (DIF-W > ZEROS AND SENTIDO-ESTCAL = 'M') OR
              (DIF-W < ZEROS AND SENTIDO-ESTCAL NOT = 'M')
              COMPUTE AJUSTE-W ROUNDED = PUNTOS-W * BONIF-ESTCAL
           ELSE
              IF DIF-W NOT = ZEROS
                 COMPUTE AJUSTE-W ROUNDED =
                         ZEROS - (PUNTOS-W * REBAJA-ESTCAL)
              END-IF
           END-IF.
           ADD AJUSTE-W TO FACTOR-W.
           IF CANT-RUB-W < 20
              ADD 1 TO CANT-RUB-W
              MOVE RUBRO-ANAL(K) TO RUBRO-LIQCAL(CANT-RUB-W)
              MOVE PORC-ANAL(K)  TO VALOR-LIQCAL(CANT-RUB-W)
              MOVE BASE-ESTCAL   TO BASE-LIQCAL(CANT-RUB-W)
              MOVE AJUSTE-W      TO PUNTOS-LIQCAL(CANT-RUB-W)
           END-IF.
       EXIT-BONIFICA-RUBRO.
           EXIT.

      * Busca en AR-ESTCAL el estandar del producto y rubro vigente
      * a la fecha de calado. Con vigencias superpuestas gana la de
      * vigencia desde mas nueva, igual que las tarifas de PL-163.
       BUSCA-ESTANDAR.
           MOVE ZEROS TO HAY-ESTANDAR-W.
           MOVE SPACES TO ESTCAL-HOLD-W.
           INITIALIZE AR-ESTCAL-REC.
           MOVE PRODUCTO-NES  TO PRODUCTO-ESTCAL.
           MOVE RUBRO-ANAL(K) TO RUBRO-ESTCAL.
           MOVE ZEROS         TO VIGDESDE-ESTCAL.
           START AR-ESTCAL KEY NOT LESS THAN CLAVE-ESTCAL
                                                   INVALID KEY
                GO TO EXIT-BUSCA-ESTANDAR
           END-START.
       LEO-ESTCAL.
           READ AR-ESTCAL NEXT RECORD AT END
                GO TO FIN-BUSCA-ESTANDAR
           END-READ.
           IF PRODUCTO-ESTCAL NOT = PRODUCTO-NES OR
              RUBRO-ESTCAL    NOT = RUBRO-ANAL(K)
              GO TO FIN-BUSCA-ESTANDAR
           END-IF.
           IF VIGDESDE-ESTCAL > FEC-CAL-NES
              GO TO FIN-BUSCA-ESTANDAR
           END-IF.
           IF ACTIVO-ESTCAL = 1 AND
              VIGHASTA-ESTCAL NOT < FEC-CAL-NES
              MOVE 1 TO HAY-ESTANDAR-W
              MOVE AR-ESTCAL-REC TO ESTCAL-HOLD-W
           END-IF.
           GO TO LEO-ESTCAL.
       FIN-BUSCA-ESTANDAR.
           IF HAY-ESTANDAR
              MOVE ESTCAL-HOLD-W TO AR-ESTCAL-REC
           END-IF.
       EXIT-BUSCA-ESTANDAR.
           EXIT.

      * Si la muestra tiene analisis adicional firme (arbitraje
      * primero, contramuestra despues) pisa los rubros informados
      * y la humedad usada para la merma, igual que PL-153.
       APLICA-FIRME.
           MOVE HUMEDAD-NES TO HUMEDAD-USADA-W.
           MOVE ZEROS TO FIRME-USADO-W.
           MOVE 3 TO SUBNRO-FIRME-W.
       LEO-ADIC-FIRME.
           MOVE PLANTA-NES     TO PLANTA-ANADIC.
           MOVE MUESTRA-NES    TO MUESTRA-ANADIC.
           MOVE PRODUCTO-NES   TO PRODUCTO-ANADIC.
           MOVE SUBNRO-FIRME-W TO SUBNRO-ANADIC.
           READ AR-ANADIC INVALID KEY
                GO TO OTRO-ADIC-FIRME
           END-READ.
           IF FIRME-ANADIC NOT = 1
              GO TO OTRO-ADIC-FIRME
           END-IF.
           MOVE SUBNRO-FIRME-W TO FIRME-USADO-W.
           IF HUMEDAD-ANADIC NOT = ZEROS
              MOVE HUMEDAD-ANADIC TO HUMEDAD-USADA-W
           END-IF.
           PERFORM VARYING IA-ADIC FROM 1 BY 1 UNTIL IA-ADIC > 30
              IF RUBRO-ANADIC(IA-ADIC) > ZEROS
                 PERFORM VARYING KA-ADIC FROM 1 BY 1
                         UNTIL KA-ADIC > 100
                    IF RUBRO-ANAL(KA-ADIC) = RUBRO-ANADIC(IA-ADIC)
                       OR RUBRO-ANAL(KA-ADIC) = ZEROS
                       MOVE RUBRO-ANADIC(IA-ADIC)
                         TO RUBRO-ANAL(KA-ADIC)
                       MOVE PORC-ANADIC(IA-ADIC)
                         TO PORC-ANAL(KA-ADIC)
                       MOVE 999 TO KA-ADIC
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           GO TO EXIT-APLICA-FIRME.
       OTRO-ADIC-FIRME.
           IF SUBNRO-FIRME-W = 3
              MOVE 2 TO SUBNRO-FIRME-W
              GO TO LEO-ADIC-FIRME
           END-IF.
       EXIT-APLICA-FIRME.
           EXIT.

       ABRE-CEDENTE.
           ADD 1 TO CONT-CEDENTES.
           MOVE ZEROS TO CAM-CED KIL-CED NET-CED LIQ-CED.
           MOVE ACOP2-ANT-W TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE 9999 TO TL.
           MOVE SPACES TO Z-LINEA-02B.
           MOVE ACOP2-ANT-W TO Z-ACOP2-CAL.
           MOVE NOM-CLI     TO Z-NOMCLI-CAL.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-02B AFTER 1.
           ADD 1 TO TL.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03 AFTER 2.
           ADD 2 TO TL.
       EXIT-ABRE-CEDENTE.
           EXIT.

       CIERRA-CEDENTE.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'TOTAL CEDENTE - CAMIONES / KILOS' TO Z-LEYE.
           MOVE CAM-CED TO Z-CANTNO.
           MOVE KIL-CED TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 2.
           ADD 2 TO TL.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'NETO MERMADO' TO Z-LEYE.
           MOVE NET-CED TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'KILOS LIQUIDABLES POR CALIDAD' TO Z-LEYE.
           MOVE LIQ-CED TO Z-KILNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
       EXIT-CIERRA-CEDENTE.
           EXIT.

       IMPRIME-DETALLE.
           MOVE SPACES TO Z-LINEA-04.
           MOVE INTERNO-LIQCAL   TO Z-INTERNO-CAL.
           MOVE MUESTRA-LIQCAL   TO Z-MUESTRA-CAL.
           MOVE PORTE-LIQCAL     TO Z-PORTE-CAL.
           MOVE FECHA-CAL-LIQCAL TO Z-FECHA-CAL.
           IF FIRME-LIQCAL = 3
              MOVE 'ARBIT' TO Z-FIRME-CAL
           ELSE
              IF FIRME-LIQCAL = 2
                 MOVE 'CONTR' TO Z-FIRME-CAL
              ELSE
                 MOVE 'ORIG' TO Z-FIRME-CAL
              END-IF
           END-IF.
           MOVE HUMEDAD-LIQCAL   TO Z-HUM-CAL.
           MOVE KILOS-LIQCAL     TO Z-KILOS-CAL.
           MOVE MERMA-LIQCAL     TO Z-MERMA-CAL.
           MOVE NETON-LIQCAL     TO Z-NETON-CAL.
           MOVE FACTOR-LIQCAL    TO Z-FACTOR-CAL.
           MOVE KILOSLIQ-LIQCAL  TO Z-KILOSLIQ-CAL.
           COMPUTE Z-DIF-CAL = KILOSLIQ-LIQCAL - NETON-LIQCAL.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           PERFORM VARYING IR FROM 1 BY 1 UNTIL IR > 20
              IF RUBRO-LIQCAL(IR) > ZEROS
                 PERFORM LINEA-RUBRO THRU EXIT-LINEA-RUBRO
              END-IF
           END-PERFORM.
       EXIT-IMPRIME-DETALLE.
           EXIT.

       LINEA-RUBRO.
           MOVE SPACES TO Z-LINEA-04R.
           MOVE RUBRO-LIQCAL(IR) TO CODIGO-RUBROS.
           READ AR-RUBROS INVALID KEY
                INITIALIZE AR-RUBROS-REC
           END-READ.
           IF ABREV-RUBROS > SPACES
              MOVE ABREV-RUBROS TO Z-RUBRO-CAL
           ELSE
              MOVE RUBRO-LIQCAL(IR) TO Z-RUBRO-CAL
           END-IF.
           MOVE VALOR-LIQCAL(IR) TO Z-VALOR-CAL.
           MOVE BASE-LIQCAL(IR)  TO Z-BASE-CAL.
           IF PUNTOS-LIQCAL(IR) < ZEROS
              MOVE 'Rebaja' TO Z-LEYE-CAL
           ELSE
              MOVE 'Bonif.' TO Z-LEYE-CAL
           END-IF.
           MOVE PUNTOS-LIQCAL(IR) TO Z-AJUSTE-CAL.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04R AFTER 1.
           ADD 1 TO TL.
       EXIT-LINEA-RUBRO.
           EXIT.
