       IDENTIFICATION DIVISION.
      * 108088 - Playa - Programa nuevo: desempenio del laboratorio
      *          por analista y turno. Para un rango de fechas de
      *          calado y un producto opcional recorre AR-CAMIONES y
      *          AR-CAMITRAN y agrupa las etapas de analisis AN1, AN3
      *          y AFL por el usuario que las cumplio (USUA-ETAPA) y
      *          por turno segun la hora de la etapa (Maniana desde
      *          las 06, Tarde desde las 14, Noche desde las 22).
      *          Lista por analista, etapa y turno la cantidad de
      *          analisis, los minutos promedio desde el calado y las
      *          muestras repetidas (mas de un AN1, a cargo del
      *          primer AN1). Con AR-ANADIC (PL-160) cuenta las
      *          muestras del analista que fueron a contramuestra o
      *          arbitraje y las que quedaron con el otro valor firme,
      *          y el sesgo promedio por rubro (original - firme). La
      *          muestra es del analista del AN3, o del ultimo AN1 si
      *          no tiene AN3. Cierra con un resumen por turno.
       PROGRAM-ID. PL-187.
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
       COPY "RUBROS.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-LABW ASSIGN TO TEMPORARIO-LAB
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CLAVE-LABW.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "ANALISIS.CPY".
       COPY "ANADIC.CPY".
       COPY "RUBROS.CPY".
       COPY "LISTADO.CPY".

      * Tipo 1: etapa y turno del analista. Tipo 2: sesgo por rubro
      * del analista (rubro cero = humedad).
       FD  AR-LABW LABEL RECORD STANDARD.
       01  AR-LABW-REC.
           02 CLAVE-LABW.
              03 USUARIO-LABW      PIC X(15).
              03 TIPO-LABW         PIC 9.
              03 ETAPA-LABW        PIC X(3).
              03 TURNO-LABW        PIC 9.
              03 RUBRO-LABW        PIC 9(4).
           02 CANT-LABW            PIC 9(7).
           02 MINUT-LABW           PIC S9(11).
           02 REPE-LABW            PIC 9(7).
           02 SEGUN-LABW           PIC 9(7).
           02 CONTRA-LABW          PIC 9(7).
           02 ARBI-LABW            PIC 9(7).
           02 PERDI-LABW           PIC 9(7).
           02 SESGO-LABW           PIC S9(7)V9(4).

       WORKING-STORAGE SECTION.

       01  TEMPORARIO-W.
           02 FILLER      PIC X VALUE "L".
           02 HORA-TMP    PIC 9(7).

       01  TEMPORARIO-LAB    PIC X(128).

       01 ETAPAS-NES.
          03 ALL-ETAPAS-NES OCCURS 40 TIMES.
              05 ETAPA-NES       PIC  X(3).
              05 FECHA-ETAPA-NES PIC  9(8).
              05 HORA-ETAPA-NES  PIC  9(4).
              05 USUA-ETAPA-NES  PIC  X(15).

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

      * Hora de comienzo y nombre de cada turno.
       01  TABLA-TURNOS.
           02 FILLER PIC X(12) VALUE '0600Maniana '.
           02 FILLER PIC X(12) VALUE '1400Tarde   '.
           02 FILLER PIC X(12) VALUE '2200Noche   '.
       01  TABLA-TURNOS-R REDEFINES TABLA-TURNOS.
           02 OCURR-TURNO OCCURS 3 TIMES.
              03 HORA-INI-TURNO  PIC 9(4).
              03 NOM-TURNO       PIC X(8).

       77  K             PIC 9999 VALUE ZEROS.
       77  IA            PIC 9999 VALUE ZEROS.
       77  IY            PIC 9999 VALUE ZEROS.
       77  IT            PIC 9    VALUE ZEROS.
       77  CONT-CAM      PIC 9(8) VALUE ZEROS.
       77  SIN-RESP-W    PIC 9(8) VALUE ZEROS.
       77  HAY-REG-W     PIC 9 VALUE ZEROS.
       77  HAY-GRUPO-W   PIC 9 VALUE ZEROS.
       77  HAY-SESGO-W   PIC 9 VALUE ZEROS.
       77  USUARIO-ANT-W PIC X(15) VALUE SPACES.
       77  HAY-CONTRA-W  PIC 9 VALUE ZEROS.
           88 HAY-CONTRA VALUE 1.
       77  HAY-ARBI-W    PIC 9 VALUE ZEROS.
           88 HAY-ARBI   VALUE 1.
       77  FIRME-W       PIC 9 VALUE ZEROS.

       01  FECHA-ETAPA-W      PIC 9(8).
       01  HORA-ETAPA-W       PIC 9(4).
       01  TURNO-W            PIC 9 VALUE ZEROS.
       01  DIAS-ETAPA-ACT     PIC 9(9) COMP.
       01  HORA-HH-LAB        PIC 99 COMP.
       01  HORA-MM-LAB        PIC 99 COMP.
       01  MINUTOS-ETAPA-ACT  PIC S9(9) COMP.
       01  MINUTOS-CALADO     PIC S9(9) COMP.
       01  MIN-ETAPA-W        PIC S9(7) COMP-3.

      * Etapas de analisis de la muestra en proceso.
       01  CANT-AN1-W         PIC 9(3) VALUE ZEROS.
       01  USU-PRI-AN1-W      PIC X(15) VALUE SPACES.
       01  TUR-PRI-AN1-W      PIC 9 VALUE ZEROS.
       01  USU-RESP-W         PIC X(15) VALUE SPACES.
       01  ETA-RESP-W         PIC X(3) VALUE SPACES.
       01  TUR-RESP-W         PIC 9 VALUE ZEROS.

       01  CLAVE-LABW-W.
           02 USUARIO-LAB-W    PIC X(15).
           02 TIPO-LAB-W       PIC 9.
           02 ETAPA-LAB-W      PIC X(3).
           02 TURNO-LAB-W      PIC 9.
           02 RUBRO-LAB-W      PIC 9(4).
       01  INCREM-W.
           02 INC-CANT         PIC 9(7).
           02 INC-MINUT        PIC S9(11).
           02 INC-REPE         PIC 9(7).
           02 INC-SEGUN        PIC 9(7).
           02 INC-CONTRA       PIC 9(7).
           02 INC-ARBI         PIC 9(7).
           02 INC-PERDI        PIC 9(7).
           02 INC-SESGO        PIC S9(7)V9(4).

       01  ANADIC2-W.
           02 HUMEDAD-AD2       PIC S9(3)V9(4).
           02 FIRME-AD2         PIC 9.
           02 RUBROS-AD2.
              03 ALL-RUBROS-AD2 OCCURS 30 TIMES.
                 04 RUBRO-AD2   PIC 9(4).
                 04 PORC-AD2    PIC S9(3)V9(4).
       01  ANADIC3-W.
           02 HUMEDAD-AD3       PIC S9(3)V9(4).
           02 FIRME-AD3         PIC 9.
           02 RUBROS-AD3.
              03 ALL-RUBROS-AD3 OCCURS 30 TIMES.
                 04 RUBRO-AD3   PIC 9(4).
                 04 PORC-AD3    PIC S9(3)V9(4).

       01  VAL-ORI-W     PIC S9(3)V9(4) VALUE ZEROS.
       01  VAL-CON-W     PIC S9(3)V9(4) VALUE ZEROS.
       01  VAL-ARB-W     PIC S9(3)V9(4) VALUE ZEROS.
       01  VAL-FIR-W     PIC S9(3)V9(4) VALUE ZEROS.
       01  HAY-CON-RUB-W PIC 9 VALUE ZEROS.
       01  HAY-ARB-RUB-W PIC 9 VALUE ZEROS.
       01  RUBRO-CMP-W   PIC 9(4) VALUE ZEROS.
       01  PROM-SESGO-W  PIC S9(3)V9(4) VALUE ZEROS.
       01  PROM-MIN-W    PIC 9(7) VALUE ZEROS.
       01  PORC-W        PIC 9(3)V99 VALUE ZEROS.

       01  TABLA-VISTOS.
           02 RUBRO-VISTO OCCURS 60 TIMES PIC 9(4).
       01  CANT-VISTOS   PIC 9(3) VALUE ZEROS.
       77  HAY-VISTO-W   PIC 9 VALUE ZEROS.

      * Acumulados por analista (ANA), por turno (TUR), total (TOT)
      * y el que se lleva a la linea impresa (IMP).
       01  ACUM-ANA.
           02 CANT-ANA        PIC 9(7).
           02 MINUT-ANA       PIC S9(11).
           02 REPE-ANA        PIC 9(7).
           02 SEGUN-ANA       PIC 9(7).
           02 CONTRA-ANA      PIC 9(7).
           02 ARBI-ANA        PIC 9(7).
           02 PERDI-ANA       PIC 9(7).
           02 ANAL-ANA        PIC 9(5).
       01  TABLA-ACUM-TUR.
           02 OCURR-ACUM-TUR OCCURS 3 TIMES.
              03 CANT-TUR     PIC 9(7).
              03 MINUT-TUR    PIC S9(11).
              03 REPE-TUR     PIC 9(7).
              03 SEGUN-TUR    PIC 9(7).
              03 CONTRA-TUR   PIC 9(7).
              03 ARBI-TUR     PIC 9(7).
              03 PERDI-TUR    PIC 9(7).
              03 ANAL-TUR     PIC 9(5).
       01  ACUM-TOT.
           02 CANT-TOT        PIC 9(7).
           02 MINUT-TOT       PIC S9(11).
           02 REPE-TOT        PIC 9(7).
           02 SEGUN-TOT       PIC 9(7).
           02 CONTRA-TOT      PIC 9(7).
           02 ARBI-TOT        PIC 9(7).
           02 PERDI-TOT       PIC 9(7).
           02 ANAL-TOT        PIC 9(5).
       01  ACUM-IMP.
           02 CANT-IMP        PIC 9(7).
           02 MINUT-IMP       PIC S9(11).
           02 REPE-IMP        PIC 9(7).
           02 SEGUN-IMP       PIC 9(7).
           02 CONTRA-IMP      PIC 9(7).
           02 ARBI-IMP        PIC 9(7).
           02 PERDI-IMP       PIC 9(7).
           02 ANAL-IMP        PIC 9(5).
       01  TABLA-TURNO-USADO.
           02 TURNO-USADO OCCURS 3 TIMES PIC 9.

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
           02 FILLER PIC X(40) VALUE
              'DESEMPENIO DEL LABORATORIO desde el '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(10) VALUE ' hasta el '.
           02 Z-DD-H            PIC 9(2)/.
           02 Z-MM-H            PIC 9(2)/.
           02 Z-AA-H            PIC 9(4).
           02 FILLER PIC X(12) VALUE '  Producto: '.
           02 Z-PROD-T          PIC X(6).

       01 Z-LINEA-03.
          02 FILLER PIC X(6)  VALUE 'Etapa'.
          02 FILLER PIC X(10) VALUE 'Turno'.
          02 FILLER PIC X(10) VALUE '  Analisis'.
          02 FILLER PIC X(10) VALUE ' Min.prom.'.
          02 FILLER PIC X(10) VALUE ' Repetidas'.
          02 FILLER PIC X(10) VALUE '  Contram.'.
          02 FILLER PIC X(10) VALUE ' Arbitraje'.
          02 FILLER PIC X(10) VALUE '  Perdidas'.
          02 FILLER PIC X(9)  VALUE '  % Perd.'.
          02 FILLER PIC X(11) VALUE '  Analistas'.

       01 Z-LINEA-03B.
          02 FILLER PIC X(10) VALUE 'Analista: '.
          02 Z-USUARIO-LAB      PIC X(15).

       01 Z-LINEA-04.
          02 Z-ETAPA-LAB        PIC X(3)BBB.
          02 Z-TURNO-LAB        PIC X(8)BB.
          02 Z-CANT-LAB         PIC BBBZZZ.ZZ9.
          02 Z-PROM-LAB         PIC BBBZZZ.ZZ9.
          02 Z-REPE-LAB         PIC BBBZZZ.ZZ9.
          02 Z-CONTRA-LAB       PIC BBBZZZ.ZZ9.
          02 Z-ARBI-LAB         PIC BBBZZZ.ZZ9.
          02 Z-PERDI-LAB        PIC BBBZZZ.ZZ9.
          02 Z-PORC-LAB         PIC BBBZZ9,99.
          02 Z-ANAL-LAB         PIC X(11).

       01 Z-ANAL-EDIT           PIC BBBBBBZZZZ9.
       01 Z-PROD-EDIT           PIC ZZZ9.

       01 Z-LINEA-05.
          02 FILLER             PIC X(6) VALUE SPACES.
          02 Z-LEYE-SES         PIC X(60).

       01 Z-LINEA-06.
          02 FILLER             PIC X(6) VALUE SPACES.
          02 Z-RUBRO-SES        PIC X(10).
          02 Z-CANT-SES         PIC ZZZ.ZZ9BBB.
          02 Z-SESGO-SES        PIC ---9,9999.

       01 Z-LINEA-07.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(45).
          02 Z-CANTNO           PIC ZZZ.ZZ9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-187.scr".

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
           MOVE SPACES TO TEMPORARIO-LAB.
           STRING TEMP-EXT      DELIMITED BY LOW-VALUE
                  TEMPORARIO-W  DELIMITED BY SIZE
                  INTO TEMPORARIO-LAB
           END-STRING.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-ANALISIS AR-ANADIC
                      AR-RUBROS.

       INICIO.
           MOVE ZEROS TO FECHA-DESDE-INPUT FECHA-HASTA-INPUT
                         PROD-INPUT.

       SF1.
           DISPLAY PL-187-SF-1-Screen.
           ACCEPT PL-187-SF-1-Screen.
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
           IF PROD-INPUT = ZEROS
              MOVE 'TODOS' TO Z-PROD-T
           ELSE
              MOVE PROD-INPUT  TO Z-PROD-EDIT
              MOVE Z-PROD-EDIT TO Z-PROD-T
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
           MOVE ZEROS TO CONT-CAM SIN-RESP-W.
           INITIALIZE ACUM-ANA TABLA-ACUM-TUR ACUM-TOT
                      TABLA-TURNO-USADO.

           OPEN I-O AR-LABW.
           PERFORM SUMA-CAMIONES THRU EXIT-SUMA-CAMIONES.
           PERFORM SUMA-CAMITRAN THRU EXIT-SUMA-CAMITRAN.

           MOVE ZEROS  TO HAY-GRUPO-W HAY-SESGO-W.
           MOVE SPACES TO USUARIO-ANT-W.
           INITIALIZE AR-LABW-REC.
           START AR-LABW KEY NOT LESS THAN CLAVE-LABW INVALID KEY
                GO TO FIN-LISTAR
           END-START.
       LEO-LABW.
           READ AR-LABW NEXT RECORD AT END
                GO TO FIN-LISTAR
           END-READ.
           IF HAY-GRUPO-W = 1 AND USUARIO-LABW NOT = USUARIO-ANT-W
              PERFORM CIERRA-ANALISTA THRU EXIT-CIERRA-ANALISTA
           END-IF.
           IF HAY-GRUPO-W = ZEROS OR USUARIO-LABW NOT = USUARIO-ANT-W
              PERFORM ABRE-ANALISTA THRU EXIT-ABRE-ANALISTA
           END-IF.
           MOVE 1            TO HAY-GRUPO-W.
           MOVE USUARIO-LABW TO USUARIO-ANT-W.
           IF TIPO-LABW = 1
              PERFORM IMPRIME-ETAPA THRU EXIT-IMPRIME-ETAPA
           ELSE
              PERFORM IMPRIME-SESGO THRU EXIT-IMPRIME-SESGO
           END-IF.
           GO TO LEO-LABW.

       FIN-LISTAR.
           IF HAY-GRUPO-W = 1
              PERFORM CIERRA-ANALISTA THRU EXIT-CIERRA-ANALISTA
           END-IF.
           CLOSE AR-LABW.
           DELETE FILE AR-LABW.

           PERFORM RESUMEN-TURNOS THRU EXIT-RESUMEN-TURNOS.

           MOVE SPACES TO Z-LINEA-07.
           MOVE 'MUESTRAS DEL PERIODO' TO Z-LEYE.
           MOVE CONT-CAM TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 2.
           ADD 2 TO TL.
           MOVE SPACES TO Z-LINEA-07.
           MOVE 'CON SEGUNDO ANALISIS Y SIN ETAPA AN1/AN3'
                TO Z-LEYE.
           MOVE SIN-RESP-W TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 1.
           ADD 1 TO TL.

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
                  AR-RUBROS.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-187'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-187-SF-1-Screen.
            DESTROY PL-187-SF-1-Handle.

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
              WRITE LINEA FROM SUBRAY     AFTER 1
              WRITE LINEA FROM Z-LINEA-03 AFTER 2
              WRITE LINEA FROM Z-LINEA-ESPA AFTER 1
              MOVE 10 TO TL
           END-IF.
           COPY "WINPRINT.PRD".
       file-spl.
           move spaces to archivo-spl.
           accept horaf-spl from time.
           string TEMP-EXT delimited by low-value
                  'E' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

       SUMA-CAMIONES.
           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-NES.
           MOVE PLANTA-EXT   TO PLANTA-NES.
           MOVE DESDE-CPY    TO FEC-CAL-NES.
           MOVE ZEROS        TO HORA-CAL-NES.
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
           IF MUESTRA-NES NOT > ZEROS
              GO TO LEO-SUMA-CAM
           END-IF.
           IF PROD-INPUT NOT = ZEROS
              IF PROD-INPUT NOT = PRODUCTO-NES
                 GO TO LEO-SUMA-CAM
              END-IF
           END-IF.
           CALL "SQL-CAM3" USING "L" CLAVE-CAMIONES ETAPAS-NES.
           PERFORM PROCESA-MUESTRA THRU EXIT-PROCESA-MUESTRA.
           GO TO LEO-SUMA-CAM.
       EXIT-SUMA-CAMIONES.
           EXIT.

       SUMA-CAMITRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-TRAN.
           MOVE PLANTA-EXT   TO PLANTA-TRAN.
           MOVE DESDE-CPY    TO FEC-CAL-TRAN.
           MOVE ZEROS        TO HORA-CAL-TRAN.
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
           IF MUESTRA-TRAN NOT > ZEROS
              GO TO LEO-SUMA-TRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           IF PROD-INPUT NOT = ZEROS
              IF PROD-INPUT NOT = PRODUCTO-NES
                 GO TO LEO-SUMA-TRAN
              END-IF
           END-IF.
           MOVE ETAPAS-TRAN TO ETAPAS-NES.
           PERFORM PROCESA-MUESTRA THRU EXIT-PROCESA-MUESTRA.
           GO TO LEO-SUMA-TRAN.
       EXIT-SUMA-CAMITRAN.
           EXIT.

      * Acumula las etapas de analisis del camion de AR-CAMIONES-REC
      * (ETAPAS-NES ya cargado) y, si la muestra tuvo contramuestra
      * o arbitraje, el resultado y el sesgo contra el valor firme.
       PROCESA-MUESTRA.
           ADD 1 TO CONT-CAM.
           MOVE FEC-CAL-NES  TO FECHA-ETAPA-W.
           MOVE HORA-CAL-NES TO HORA-ETAPA-W.
           PERFORM CALCULA-MINUTOS THRU EXIT-CALCULA-MINUTOS.
           MOVE MINUTOS-ETAPA-ACT TO MINUTOS-CALADO.
           MOVE ZEROS  TO CANT-AN1-W TUR-PRI-AN1-W TUR-RESP-W.
           MOVE SPACES TO USU-PRI-AN1-W USU-RESP-W ETA-RESP-W.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 40 OR ETAPA-NES(K) = SPACES
              IF (ETAPA-NES(K) = 'AN1' OR = 'AN3' OR = 'AFL') AND
                 FECHA-ETAPA-NES(K) > ZEROS
                 PERFORM ETAPA-ANALISTA THRU EXIT-ETAPA-ANALISTA
              END-IF
           END-PERFORM.

           IF CANT-AN1-W > 1
              INITIALIZE INCREM-W CLAVE-LABW-W
              MOVE 1             TO INC-REPE
              MOVE USU-PRI-AN1-W TO USUARIO-LAB-W
              MOVE 1             TO TIPO-LAB-W
              MOVE 'AN1'         TO ETAPA-LAB-W
              MOVE TUR-PRI-AN1-W TO TURNO-LAB-W
              PERFORM ACUMULA-LABW THRU EXIT-ACUMULA-LABW
           END-IF.

           PERFORM LEO-ADICIONALES THRU EXIT-LEO-ADICIONALES.
           IF NOT HAY-CONTRA AND NOT HAY-ARBI
              GO TO EXIT-PROCESA-MUESTRA
           END-IF.
           IF ETA-RESP-W = SPACES
              ADD 1 TO SIN-RESP-W
              GO TO EXIT-PROCESA-MUESTRA
           END-IF.
           INITIALIZE INCREM-W CLAVE-LABW-W.
           MOVE 1 TO INC-SEGUN.
           IF HAY-CONTRA
              MOVE 1 TO INC-CONTRA
           END-IF.
           IF HAY-ARBI
              MOVE 1 TO INC-ARBI
           END-IF.
           IF FIRME-W > 1
              MOVE 1 TO INC-PERDI
           END-IF.
           MOVE USU-RESP-W TO USUARIO-LAB-W.
           MOVE 1          TO TIPO-LAB-W.
           MOVE ETA-RESP-W TO ETAPA-LAB-W.
           MOVE TUR-RESP-W TO TURNO-LAB-W.
           PERFORM ACUMULA-LABW THRU EXIT-ACUMULA-LABW.
           PERFORM SESGO-MUESTRA THRU EXIT-SESGO-MUESTRA.
       EXIT-PROCESA-MUESTRA.
           EXIT.

      * Etapa K de ETAPAS-NES: analisis del usuario en su turno con
      * los minutos desde el calado. Anota el primer AN1 (repetidas)
      * y el analista a cargo de la muestra.
       ETAPA-ANALISTA.
           MOVE HORA-ETAPA-NES(K) TO HORA-ETAPA-W.
           PERFORM DETERMINA-TURNO THRU EXIT-DETERMINA-TURNO.
           MOVE FECHA-ETAPA-NES(K) TO FECHA-ETAPA-W.
           IF FECHA-ETAPA-W < FEC-CAL-NES
              MOVE FEC-CAL-NES  TO FECHA-ETAPA-W
              MOVE HORA-CAL-NES TO HORA-ETAPA-W
           END-IF.
           PERFORM CALCULA-MINUTOS THRU EXIT-CALCULA-MINUTOS.
           COMPUTE MIN-ETAPA-W = MINUTOS-ETAPA-ACT - MINUTOS-CALADO.
           IF MIN-ETAPA-W < ZEROS
              MOVE ZEROS TO MIN-ETAPA-W
           END-IF.

           INITIALIZE INCREM-W CLAVE-LABW-W.
           MOVE 1                 TO INC-CANT.
           MOVE MIN-ETAPA-W       TO INC-MINUT.
           MOVE USUA-ETAPA-NES(K) TO USUARIO-LAB-W.
           MOVE 1                 TO TIPO-LAB-W.
           MOVE ETAPA-NES(K)      TO ETAPA-LAB-W.
           MOVE TURNO-W           TO TURNO-LAB-W.
           PERFORM ACUMULA-LABW THRU EXIT-ACUMULA-LABW.

           IF ETAPA-NES(K) = 'AN1'
              ADD 1 TO CANT-AN1-W
              IF CANT-AN1-W = 1
                 MOVE USUA-ETAPA-NES(K) TO USU-PRI-AN1-W
                 MOVE TURNO-W           TO TUR-PRI-AN1-W
              END-IF
              IF ETA-RESP-W NOT = 'AN3'
                 MOVE USUA-ETAPA-NES(K) TO USU-RESP-W
                 MOVE 'AN1'             TO ETA-RESP-W
                 MOVE TURNO-W           TO TUR-RESP-W
              END-IF
           END-IF.
           IF ETAPA-NES(K) = 'AN3'
              MOVE USUA-ETAPA-NES(K) TO USU-RESP-W
              MOVE 'AN3'             TO ETA-RESP-W
              MOVE TURNO-W           TO TUR-RESP-W
           END-IF.
       EXIT-ETAPA-ANALISTA.
           EXIT.

       CALCULA-MINUTOS.
           COMPUTE DIAS-ETAPA-ACT =
              FUNCTION INTEGER-OF-DATE(FECHA-ETAPA-W).
           COMPUTE HORA-HH-LAB = HORA-ETAPA-W / 100.
           COMPUTE HORA-MM-LAB =
              HORA-ETAPA-W - (HORA-HH-LAB * 100).
           COMPUTE MINUTOS-ETAPA-ACT =
              (DIAS-ETAPA-ACT * 1440) + (HORA-HH-LAB * 60)
                                      + HORA-MM-LAB.
       EXIT-CALCULA-MINUTOS.
           EXIT.

       DETERMINA-TURNO.
           MOVE 3 TO TURNO-W.
           IF HORA-ETAPA-W NOT < HORA-INI-TURNO(1) AND
              HORA-ETAPA-W     < HORA-INI-TURNO(2)
              MOVE 1 TO TURNO-W
           END-IF.
           IF HORA-ETAPA-W NOT < HORA-INI-TURNO(2) AND
              HORA-ETAPA-W     < HORA-INI-TURNO(3)
              MOVE 2 TO TURNO-W
           END-IF.
       EXIT-DETERMINA-TURNO.
           EXIT.

      * Suma INCREM-W al registro de trabajo de clave CLAVE-LABW-W.
       ACUMULA-LABW.
           MOVE CLAVE-LABW-W TO CLAVE-LABW.
           READ AR-LABW INVALID KEY
                INITIALIZE AR-LABW-REC
                MOVE CLAVE-LABW-W TO CLAVE-LABW
                MOVE ZEROS TO HAY-REG-W
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
           END-READ.
           ADD INC-CANT   TO CANT-LABW.
           ADD INC-MINUT  TO MINUT-LABW.
           ADD INC-REPE   TO REPE-LABW.
           ADD INC-SEGUN  TO SEGUN-LABW.
           ADD INC-CONTRA TO CONTRA-LABW.
           ADD INC-ARBI   TO ARBI-LABW.
           ADD INC-PERDI  TO PERDI-LABW.
           ADD INC-SESGO  TO SESGO-LABW.
           IF HAY-REG-W = 1
              REWRITE AR-LABW-REC INVALID KEY
                   CONTINUE
              END-REWRITE
           ELSE
              WRITE AR-LABW-REC INVALID KEY
                   CONTINUE
              END-WRITE
           END-IF.
       EXIT-ACUMULA-LABW.
           EXIT.

      * Lee los analisis adicionales (subnumeros 2 y 3) de la
      * muestra del camion en AR-CAMIONES-REC.
       LEO-ADICIONALES.
           MOVE ZEROS TO HAY-CONTRA-W HAY-ARBI-W FIRME-W.
           INITIALIZE ANADIC2-W ANADIC3-W.
           MOVE 1 TO FIRME-W.
           MOVE PLANTA-NES   TO PLANTA-ANADIC.
           MOVE MUESTRA-NES  TO MUESTRA-ANADIC.
           MOVE PRODUCTO-NES TO PRODUCTO-ANADIC.
           MOVE 2            TO SUBNRO-ANADIC.
           READ AR-ANADIC INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-CONTRA-W
                MOVE HUMEDAD-ANADIC TO HUMEDAD-AD2
                MOVE FIRME-ANADIC   TO FIRME-AD2
                MOVE RUBROS-ANADIC  TO RUBROS-AD2
                IF FIRME-ANADIC = 1
                   MOVE 2 TO FIRME-W
                END-IF
           END-READ.
           MOVE PLANTA-NES   TO PLANTA-ANADIC.
           MOVE MUESTRA-NES  TO MUESTRA-ANADIC.
           MOVE PRODUCTO-NES TO PRODUCTO-ANADIC.
           MOVE 3            TO SUBNRO-ANADIC.
           READ AR-ANADIC INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-ARBI-W
                MOVE HUMEDAD-ANADIC TO HUMEDAD-AD3
                MOVE FIRME-ANADIC   TO FIRME-AD3
                MOVE RUBROS-ANADIC  TO RUBROS-AD3
                IF FIRME-ANADIC = 1
                   MOVE 3 TO FIRME-W
                END-IF
           END-READ.
       EXIT-LEO-ADICIONALES.
           EXIT.

      * Sesgo del valor original contra el firme, humedad y rubro
      * por rubro, acumulado al analista a cargo de la muestra. Los
      * rubros se toman por codigo igual que en PL-161.
       SESGO-MUESTRA.
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

           MOVE HUMEDAD-NES TO VAL-ORI-W.
           IF FIRME-W = 3
              MOVE HUMEDAD-AD3 TO VAL-FIR-W
           ELSE
              IF FIRME-W = 2
                 MOVE HUMEDAD-AD2 TO VAL-FIR-W
              ELSE
                 MOVE HUMEDAD-NES TO VAL-FIR-W
              END-IF
           END-IF.
           MOVE ZEROS TO RUBRO-CMP-W.
           PERFORM ACUMULA-SESGO THRU EXIT-ACUMULA-SESGO.

           MOVE ZEROS TO CANT-VISTOS.
           INITIALIZE TABLA-VISTOS.
           PERFORM VARYING IA FROM 1 BY 1 UNTIL IA > 30
              IF RUBRO-AD2(IA) > ZEROS
                 MOVE RUBRO-AD2(IA) TO RUBRO-CMP-W
                 PERFORM RUBRO-SIN-REPETIR
                    THRU EXIT-RUBRO-SIN-REPETIR
              END-IF
           END-PERFORM.
           PERFORM VARYING IA FROM 1 BY 1 UNTIL IA > 30
              IF RUBRO-AD3(IA) > ZEROS
                 MOVE RUBRO-AD3(IA) TO RUBRO-CMP-W
                 PERFORM RUBRO-SIN-REPETIR
                    THRU EXIT-RUBRO-SIN-REPETIR
              END-IF
           END-PERFORM.
       EXIT-SESGO-MUESTRA.
           EXIT.

       RUBRO-SIN-REPETIR.
           MOVE ZEROS TO HAY-VISTO-W.
           PERFORM VARYING IY FROM 1 BY 1
                   UNTIL IY > CANT-VISTOS
              IF RUBRO-VISTO(IY) = RUBRO-CMP-W
                 MOVE 1 TO HAY-VISTO-W
                 MOVE 999 TO IY
              END-IF
           END-PERFORM.
           IF HAY-VISTO-W = 1
              GO TO EXIT-RUBRO-SIN-REPETIR
           END-IF.
           IF CANT-VISTOS < 60
              ADD 1 TO CANT-VISTOS
              MOVE RUBRO-CMP-W TO RUBRO-VISTO(CANT-VISTOS)
           END-IF.
           PERFORM SESGO-RUBRO THRU EXIT-SESGO-RUBRO.
       EXIT-RUBRO-SIN-REPETIR.
           EXIT.

       SESGO-RUBRO.
           MOVE ZEROS TO VAL-ORI-W VAL-CON-W VAL-ARB-W
                         HAY-CON-RUB-W HAY-ARB-RUB-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 100
              IF RUBRO-ANAL(K) = RUBRO-CMP-W
                 MOVE PORC-ANAL(K) TO VAL-ORI-W
                 MOVE 999 TO K
              END-IF
           END-PERFORM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 30
              IF RUBRO-AD2(K) = RUBRO-CMP-W
                 MOVE PORC-AD2(K) TO VAL-CON-W
                 MOVE 1 TO HAY-CON-RUB-W
                 MOVE 999 TO K
              END-IF
           END-PERFORM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 30
              IF RUBRO-AD3(K) = RUBRO-CMP-W
                 MOVE PORC-AD3(K) TO VAL-ARB-W
                 MOVE 1 TO HAY-ARB-RUB-W
                 MOVE 999 TO K
              END-IF
           END-PERFORM.

           IF FIRME-W = 3 AND HAY-ARB-RUB-W = 1
              MOVE VAL-ARB-W TO VAL-FIR-W
           ELSE
              IF FIRME-W = 2 AND HAY-CON-RUB-W = 1
                 MOVE VAL-CON-W TO VAL-FIR-W
              ELSE
                 MOVE VAL-ORI-W TO VAL-FIR-W
              END-IF
           END-IF.
           PERFORM ACUMULA-SESGO THRU EXIT-ACUMULA-SESGO.
       EXIT-SESGO-RUBRO.
           EXIT.

       ACUMULA-SESGO.
           INITIALIZE INCREM-W CLAVE-LABW-W.
           MOVE 1 TO INC-CANT.
           COMPUTE INC-SESGO = VAL-ORI-W - VAL-FIR-W.
           MOVE USU-RESP-W  TO USUARIO-LAB-W.
           MOVE 2           TO TIPO-LAB-W.
           MOVE RUBRO-CMP-W TO RUBRO-LAB-W.
           PERFORM ACUMULA-LABW THRU EXIT-ACUMULA-LABW.
       EXIT-ACUMULA-SESGO.
           EXIT.

       ABRE-ANALISTA.
           INITIALIZE ACUM-ANA TABLA-TURNO-USADO.
           MOVE ZEROS TO HAY-SESGO-W.
           MOVE SPACES TO Z-LINEA-03B.
           MOVE 'Analista: ' TO Z-LINEA-03B.
           IF USUARIO-LABW = SPACES
              MOVE 'SIN USUARIO' TO Z-USUARIO-LAB
           ELSE
              MOVE USUARIO-LABW TO Z-USUARIO-LAB
           END-IF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03B AFTER 2.
           ADD 2 TO TL.
       EXIT-ABRE-ANALISTA.
           EXIT.

      * Total del analista; va antes del sesgo por rubro o, si no
      * tuvo muestras con segundo analisis, al cerrar el analista.
       TOTAL-ANALISTA.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'Total' TO Z-TURNO-LAB.
           MOVE ACUM-ANA TO ACUM-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           MOVE 1 TO HAY-SESGO-W.
       EXIT-TOTAL-ANALISTA.
           EXIT.

       CIERRA-ANALISTA.
           IF HAY-SESGO-W = ZEROS
              PERFORM TOTAL-ANALISTA THRU EXIT-TOTAL-ANALISTA
           END-IF.
           PERFORM VARYING IT FROM 1 BY 1 UNTIL IT > 3
              IF TURNO-USADO(IT) = 1
                 ADD 1 TO ANAL-TUR(IT)
              END-IF
           END-PERFORM.
           ADD 1          TO ANAL-TOT.
           ADD CANT-ANA   TO CANT-TOT.
           ADD MINUT-ANA  TO MINUT-TOT.
           ADD REPE-ANA   TO REPE-TOT.
           ADD SEGUN-ANA  TO SEGUN-TOT.
           ADD CONTRA-ANA TO CONTRA-TOT.
           ADD ARBI-ANA   TO ARBI-TOT.
           ADD PERDI-ANA  TO PERDI-TOT.
       EXIT-CIERRA-ANALISTA.
           EXIT.

       IMPRIME-ETAPA.
           MOVE SPACES TO Z-LINEA-04.
           MOVE ETAPA-LABW TO Z-ETAPA-LAB.
           MOVE NOM-TURNO(TURNO-LABW) TO Z-TURNO-LAB.
           MOVE CANT-LABW   TO CANT-IMP.
           MOVE MINUT-LABW  TO MINUT-IMP.
           MOVE REPE-LABW   TO REPE-IMP.
           MOVE SEGUN-LABW  TO SEGUN-IMP.
           MOVE CONTRA-LABW TO CONTRA-IMP.
           MOVE ARBI-LABW   TO ARBI-IMP.
           MOVE PERDI-LABW  TO PERDI-IMP.
           MOVE ZEROS       TO ANAL-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.

           ADD CANT-LABW   TO CANT-ANA   CANT-TUR(TURNO-LABW).
           ADD MINUT-LABW  TO MINUT-ANA  MINUT-TUR(TURNO-LABW).
           ADD REPE-LABW   TO REPE-ANA   REPE-TUR(TURNO-LABW).
           ADD SEGUN-LABW  TO SEGUN-ANA  SEGUN-TUR(TURNO-LABW).
           ADD CONTRA-LABW TO CONTRA-ANA CONTRA-TUR(TURNO-LABW).
           ADD ARBI-LABW   TO ARBI-ANA   ARBI-TUR(TURNO-LABW).
           ADD PERDI-LABW  TO PERDI-ANA  PERDI-TUR(TURNO-LABW).
           MOVE 1 TO TURNO-USADO(TURNO-LABW).
       EXIT-IMPRIME-ETAPA.
           EXIT.

       IMPRIME-SESGO.
           IF HAY-SESGO-W = ZEROS
              PERFORM TOTAL-ANALISTA THRU EXIT-TOTAL-ANALISTA
              MOVE SPACES TO Z-LEYE-SES
              MOVE 'Sesgo promedio por rubro (original - firme)'
                   TO Z-LEYE-SES
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-05 AFTER 2
              ADD 2 TO TL
           END-IF.
           MOVE SPACES TO Z-LINEA-06.
           IF RUBRO-LABW = ZEROS
              MOVE 'HUMEDAD' TO Z-RUBRO-SES
           ELSE
              MOVE RUBRO-LABW TO CODIGO-RUBROS
              READ AR-RUBROS INVALID KEY
                   INITIALIZE AR-RUBROS-REC
              END-READ
              IF ABREV-RUBROS > SPACES
                 MOVE ABREV-RUBROS TO Z-RUBRO-SES
              ELSE
                 MOVE RUBRO-LABW TO Z-RUBRO-SES
              END-IF
           END-IF.
           MOVE ZEROS TO PROM-SESGO-W.
           IF CANT-LABW > ZEROS
              COMPUTE PROM-SESGO-W ROUNDED = SESGO-LABW / CANT-LABW
           END-IF.
           MOVE CANT-LABW    TO Z-CANT-SES.
           MOVE PROM-SESGO-W TO Z-SESGO-SES.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-06 AFTER 1.
           ADD 1 TO TL.
       EXIT-IMPRIME-SESGO.
           EXIT.

      * Lleva ACUM-IMP a las columnas de Z-LINEA-04 con el promedio
      * de minutos y el porcentaje de muestras perdidas sobre las
      * que tuvieron segundo analisis.
       MUEVE-IMPORTES.
           MOVE ZEROS TO PROM-MIN-W PORC-W.
           IF CANT-IMP > ZEROS
              COMPUTE PROM-MIN-W ROUNDED = MINUT-IMP / CANT-IMP
           END-IF.
           IF SEGUN-IMP > ZEROS
              COMPUTE PORC-W ROUNDED = PERDI-IMP * 100 / SEGUN-IMP
           END-IF.
           MOVE CANT-IMP   TO Z-CANT-LAB.
           MOVE PROM-MIN-W TO Z-PROM-LAB.
           MOVE REPE-IMP   TO Z-REPE-LAB.
           MOVE CONTRA-IMP TO Z-CONTRA-LAB.
           MOVE ARBI-IMP   TO Z-ARBI-LAB.
           MOVE PERDI-IMP  TO Z-PERDI-LAB.
           MOVE PORC-W     TO Z-PORC-LAB.
           IF ANAL-IMP > ZEROS
              MOVE ANAL-IMP    TO Z-ANAL-EDIT
              MOVE Z-ANAL-EDIT TO Z-ANAL-LAB
           END-IF.
       EXIT-MUEVE-IMPORTES.
           EXIT.

      * Resumen por turno de todos los analistas, con la cantidad
      * de analistas distintos que trabajaron en cada turno.
       RESUMEN-TURNOS.
           MOVE SPACES TO Z-LINEA-03B.
           MOVE 'RESUMEN POR TURNO' TO Z-LINEA-03B.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03B AFTER 3.
           ADD 3 TO TL.
           PERFORM VARYING IT FROM 1 BY 1 UNTIL IT > 3
              MOVE SPACES TO Z-LINEA-04
              MOVE NOM-TURNO(IT) TO Z-TURNO-LAB
              MOVE OCURR-ACUM-TUR(IT) TO ACUM-IMP
              PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-04 AFTER 1
              ADD 1 TO TL
           END-PERFORM.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'TOTAL' TO Z-TURNO-LAB.
           MOVE ACUM-TOT TO ACUM-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 2.
           ADD 2 TO TL.
       EXIT-RESUMEN-TURNOS.
           EXIT.
