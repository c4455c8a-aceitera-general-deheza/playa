       IDENTIFICATION DIVISION.
      * 108084 - Playa - Programa nuevo: cumplimiento de cupos de
      *          descarga. Para cada dia del rango y cada acopiador y
      *          producto compara los cupos otorgados en AR-CUPOS
      *          (PL-180) contra los camiones calados de AR-CAMIONES
      *          y AR-CAMITRAN: cupos usados, no usados y excedidos,
      *          camiones llegados sin cupo (o con cupo anulado o de
      *          otro acopiador o producto) y camiones con cupo de
      *          otro dia. Al pie acumula por acopiador y producto
      *          desde el inicio de la campania la tasa de cupos no
      *          usados.
       PROGRAM-ID. PL-181.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "CUPOS.SEL".
       COPY "CUPCAM.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-CUPW ASSIGN TO TEMPORARIO-CUP
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CLAVE-CUPW.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "CUPOS.CPY".
       COPY "CUPCAM.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
       COPY "LISTADO.CPY".

      * Seccion C: uso de cada cupo (por numero). Seccion D: dia,
      * acopiador y producto del rango. Seccion S: acumulado de la
      * campania por acopiador y producto (fecha en cero).
       FD  AR-CUPW LABEL RECORD STANDARD.
       01  AR-CUPW-REC.
           02 CLAVE-CUPW.
              03 SECCION-CUPW      PIC X.
              03 FECHA-CUPW        PIC 9(8).
              03 ACOP-CUPW         PIC 9(5).
              03 PRODUCTO-CUPW     PIC 9(4).
              03 NUMERO-CUPW       PIC 9(8).
           02 CAMOTO-CUPW          PIC 9(7).
           02 KILOTO-CUPW          PIC 9(11).
           02 CAMUSO-CUPW          PIC 9(7).
           02 KILUSO-CUPW          PIC S9(11).
           02 CAMNOU-CUPW          PIC 9(7).
           02 CAMEXC-CUPW          PIC 9(7).
           02 CAMSIN-CUPW          PIC 9(7).
           02 CAMFUE-CUPW          PIC 9(7).

       WORKING-STORAGE SECTION.

       01  TEMPORARIO-W.
           02 FILLER      PIC X VALUE "Q".
           02 HORA-TMP    PIC 9(7).

       01  TEMPORARIO-CUP    PIC X(128).

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
       01  CAMPA-CPY.
           02 AA-CAM-CPY            PIC 9(4).
           02 MM-CAM-CPY            PIC 99.
           02 DD-CAM-CPY            PIC 99.
       01  DMA-CPY.
           02 DD-CPY                PIC 99.
           02 MM-CPY                PIC 99.
           02 AA-CPY                PIC 9(4).
       01  FECHA-AMD-W.
           02 AA-AMD-W              PIC 9(4).
           02 MM-AMD-W              PIC 99.
           02 DD-AMD-W              PIC 99.

       01  FECHA-DESDE-INPUT  PIC 9(8) VALUE ZEROS.
       01  FECHA-HASTA-INPUT  PIC 9(8) VALUE ZEROS.
       01  FECHA-CAMPA-INPUT  PIC 9(8) VALUE ZEROS.
       01  PROD-INPUT         PIC 9(4) VALUE ZEROS.
       01  ACOP-INPUT         PIC 9(5) VALUE ZEROS.

       77  INI-W              PIC 9(8) VALUE ZEROS.
       77  FECHA-W            PIC 9(8) VALUE ZEROS.
       77  ACOP-W             PIC 9(5) VALUE ZEROS.
       77  PRODUCTO-W         PIC 9(4) VALUE ZEROS.
       77  FECHA-ANT-W        PIC 9(8) VALUE ZEROS.
       77  SECCION-W          PIC X VALUE SPACES.
       77  CLASE-CAM-W        PIC X VALUE SPACES.
           88 CAMION-SIN-CUPO VALUE 'S'.
           88 CAMION-FUERA    VALUE 'F'.
           88 CAMION-EN-CUPO  VALUE 'C'.

      * Importes a sumar en el registro de trabajo.
       01  SUMA-W.
           02 CAMOTO-W        PIC 9(7).
           02 KILOTO-W        PIC 9(11).
           02 CAMUSO-W        PIC 9(7).
           02 KILUSO-W        PIC S9(11).
           02 CAMNOU-W        PIC 9(7).
           02 CAMEXC-W        PIC 9(7).
           02 CAMSIN-W        PIC 9(7).
           02 CAMFUE-W        PIC 9(7).
       01  TOTAL-W.
           02 CAMOTO-T        PIC 9(7).
           02 KILOTO-T        PIC 9(11).
           02 CAMUSO-T        PIC 9(7).
           02 KILUSO-T        PIC S9(11).
           02 CAMNOU-T        PIC 9(7).
           02 CAMEXC-T        PIC 9(7).
           02 CAMSIN-T        PIC 9(7).
           02 CAMFUE-T        PIC 9(7).
       77  USADOS-W           PIC 9(7) VALUE ZEROS.
       77  KILUSA-W           PIC S9(11) VALUE ZEROS.
       77  PORC-W             PIC S9(3)V99 VALUE ZEROS.

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
              'CUMPLIMIENTO DE CUPOS DE DESCARGA desde '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(10) VALUE ' hasta el '.
           02 Z-DD-H            PIC 9(2)/.
           02 Z-MM-H            PIC 9(2)/.
           02 Z-AA-H            PIC 9(4).
           02 FILLER PIC X(22) VALUE ' - Campania desde el '.
           02 Z-DD-C            PIC 9(2)/.
           02 Z-MM-C            PIC 9(2)/.
           02 Z-AA-C            PIC 9(4).

       01 Z-LINEA-03.
          02 FILLER PIC X(33) VALUE 'Acopiador'.
          02 FILLER PIC X(6)  VALUE 'Prod'.
          02 FILLER PIC X(10) VALUE ' Cupo cam.'.
          02 FILLER PIC X(13) VALUE ' Cupo kilos'.
          02 FILLER PIC X(10) VALUE '   Usados'.
          02 FILLER PIC X(13) VALUE ' Kilos usados'.
          02 FILLER PIC X(10) VALUE ' No usados'.
          02 FILLER PIC X(10) VALUE ' Excedidos'.
          02 FILLER PIC X(10) VALUE ' Sin cupo'.
          02 FILLER PIC X(10) VALUE ' Otro dia'.
          02 FILLER PIC X(9)  VALUE '%No usad.'.

       01 Z-LINEA-03B.
          02 FILLER PIC X(6)  VALUE 'Dia: '.
          02 Z-DD-DIA           PIC 9(2)/.
          02 Z-MM-DIA           PIC 9(2)/.
          02 Z-AA-DIA           PIC 9(4).

       01 Z-LINEA-04.
          02 Z-ACOP-CUP         PIC ZZZZ9B.
          02 Z-NOMACOP-CUP      PIC X(26)B.
          02 Z-PROD-CUP         PIC ZZZ9BB.
          02 Z-CAMOTO-CUP       PIC Z.ZZZ.ZZ9B.
          02 Z-KILOTO-CUP       PIC ZZZ.ZZZ.ZZ9BB.
          02 Z-CAMUSO-CUP       PIC Z.ZZZ.ZZ9B.
          02 Z-KILUSO-CUP       PIC ---.---.--9BB.
          02 Z-CAMNOU-CUP       PIC Z.ZZZ.ZZ9B.
          02 Z-CAMEXC-CUP       PIC Z.ZZZ.ZZ9B.
          02 Z-CAMSIN-CUP       PIC Z.ZZZ.ZZ9B.
          02 Z-CAMFUE-CUP       PIC Z.ZZZ.ZZ9B.
          02 Z-PORC-CUP         PIC ZZ9,99.

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(60).

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-181.scr".

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
           MOVE SPACES TO TEMPORARIO-CUP.
           STRING TEMP-EXT      DELIMITED BY LOW-VALUE
                  TEMPORARIO-W  DELIMITED BY SIZE
                  INTO TEMPORARIO-CUP
           END-STRING.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-CUPOS AR-CUPCAM
                      AR-CLIENTES AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO FECHA-DESDE-INPUT FECHA-HASTA-INPUT
                         FECHA-CAMPA-INPUT PROD-INPUT ACOP-INPUT.

       SF1.
           DISPLAY PL-181-SF-1-Screen.
           ACCEPT PL-181-SF-1-Screen.
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
           IF FECHA-CAMPA-INPUT = ZEROS
              MOVE FECHA-DESDE-INPUT TO FECHA-CAMPA-INPUT
           END-IF.
           MOVE FECHA-CAMPA-INPUT TO DMA-CPY.
           MOVE DD-CPY TO DD-CAM-CPY Z-DD-C.
           MOVE MM-CPY TO MM-CAM-CPY Z-MM-C.
           MOVE AA-CPY TO AA-CAM-CPY Z-AA-C.
           IF DESDE-CPY = ZEROS OR HASTA-CPY = ZEROS
                                OR DESDE-CPY > HASTA-CPY
                                OR CAMPA-CPY > HASTA-CPY
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
           MOVE DESDE-CPY TO INI-W.
           IF CAMPA-CPY < INI-W
              MOVE CAMPA-CPY TO INI-W
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

           OPEN I-O AR-CUPW.
           PERFORM CLASIFICA-CAMIONES THRU EXIT-CLASIFICA-CAMIONES.
           PERFORM CLASIFICA-CAMITRAN THRU EXIT-CLASIFICA-CAMITRAN.
           PERFORM SUMA-CUPOS THRU EXIT-SUMA-CUPOS.

           MOVE SPACES TO Z-LINEA-05.
           MOVE 'CUMPLIMIENTO DIARIO' TO Z-LEYE.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           ADD 1 TO TL.
           MOVE 'D' TO SECCION-CUPW.
           PERFORM LISTA-SECCION THRU EXIT-LISTA-SECCION.

           MOVE SPACES TO Z-LINEA-05.
           MOVE 'ACUMULADO DE LA CAMPANIA POR ACOPIADOR Y PRODUCTO'
             TO Z-LEYE.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 3.
           ADD 3 TO TL.
           MOVE 'S' TO SECCION-CUPW.
           PERFORM LISTA-SECCION THRU EXIT-LISTA-SECCION.

           CLOSE AR-CUPW.
           DELETE FILE AR-CUPW.

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
            CLOSE AR-CAMIONES AR-CAMITRAN AR-CUPOS AR-CUPCAM
                  AR-CLIENTES AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-181'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-181-SF-1-Screen.
            DESTROY PL-181-SF-1-Handle.

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
                  'Q' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

      * Suma SUMA-W en el registro de trabajo cuya clave esta
      * cargada en CLAVE-CUPW (lo crea si no existe).
       ACUMULA-CUPW.
           READ AR-CUPW INVALID KEY
                MOVE ZEROS TO CAMOTO-CUPW KILOTO-CUPW CAMUSO-CUPW
                              KILUSO-CUPW CAMNOU-CUPW
                              CAMEXC-CUPW CAMSIN-CUPW CAMFUE-CUPW
                ADD CAMOTO-W TO CAMOTO-CUPW
                ADD KILOTO-W TO KILOTO-CUPW
                ADD CAMUSO-W TO CAMUSO-CUPW
                ADD KILUSO-W TO KILUSO-CUPW
                ADD CAMNOU-W TO CAMNOU-CUPW
                ADD CAMEXC-W TO CAMEXC-CUPW
                ADD CAMSIN-W TO CAMSIN-CUPW
                ADD CAMFUE-W TO CAMFUE-CUPW
                WRITE AR-CUPW-REC INVALID KEY
                     CONTINUE
                END-WRITE
                GO TO EXIT-ACUMULA-CUPW
           END-READ.
           ADD CAMOTO-W TO CAMOTO-CUPW.
           ADD KILOTO-W TO KILOTO-CUPW.
           ADD CAMUSO-W TO CAMUSO-CUPW.
           ADD KILUSO-W TO KILUSO-CUPW.
           ADD CAMNOU-W TO CAMNOU-CUPW.
           ADD CAMEXC-W TO CAMEXC-CUPW.
           ADD CAMSIN-W TO CAMSIN-CUPW.
           ADD CAMFUE-W TO CAMFUE-CUPW.
           REWRITE AR-CUPW-REC INVALID KEY
                CONTINUE
           END-REWRITE.
       EXIT-ACUMULA-CUPW.
           EXIT.

      * Lleva SUMA-W al dia (si FECHA-W esta en el rango) y a la
      * campania (si FECHA-W no es anterior al inicio) de ACOP-W y
      * PRODUCTO-W.
       ACUMULA-DIA-CAMPANIA.
           IF FECHA-W NOT < DESDE-CPY
              MOVE 'D'        TO SECCION-CUPW
              MOVE FECHA-W    TO FECHA-CUPW
              MOVE ACOP-W     TO ACOP-CUPW
              MOVE PRODUCTO-W TO PRODUCTO-CUPW
              MOVE ZEROS      TO NUMERO-CUPW
              PERFORM ACUMULA-CUPW THRU EXIT-ACUMULA-CUPW
           END-IF.
           IF FECHA-W NOT < CAMPA-CPY
              MOVE 'S'        TO SECCION-CUPW
              MOVE ZEROS      TO FECHA-CUPW
              MOVE ACOP-W     TO ACOP-CUPW
              MOVE PRODUCTO-W TO PRODUCTO-CUPW
              MOVE ZEROS      TO NUMERO-CUPW
              PERFORM ACUMULA-CUPW THRU EXIT-ACUMULA-CUPW
           END-IF.
       EXIT-ACUMULA-DIA-CAMPANIA.
           EXIT.

      * Clasifica el camion de AR-CAMIONES-REC: en cupo (suma al uso
      * del cupo), sin cupo o con cupo de otro dia.
       CLASIFICA-CAMION.
           IF PROD-INPUT NOT = ZEROS AND PROD-INPUT NOT = PRODUCTO-NES
              GO TO EXIT-CLASIFICA-CAMION
           END-IF.
           IF ACOP-INPUT NOT = ZEROS AND ACOP-INPUT NOT = ACOP-NES
              GO TO EXIT-CLASIFICA-CAMION
           END-IF.
           MOVE 'S' TO CLASE-CAM-W.
           MOVE INTERNO-NES TO INTERNO-CUPC.
           MOVE MUESTRA-NES TO MUESTRA-CUPC.
           READ AR-CUPCAM INVALID KEY
                GO TO CLASIFICA-CAMION-SUMA
           END-READ.
           IF NUMERO-CUPC = ZEROS
              GO TO CLASIFICA-CAMION-SUMA
           END-IF.
           MOVE EMPRESA-NES TO EMPRESA-CUPO.
           MOVE PLANTA-NES  TO PLANTA-CUPO.
           MOVE NUMERO-CUPC TO NUMERO-CUPO.
           READ AR-CUPOS INVALID KEY
                GO TO CLASIFICA-CAMION-SUMA
           END-READ.
           IF ACTIVO-CUPO   NOT = 1            OR
              ACOP-CUPO     NOT = ACOP-NES     OR
              PRODUCTO-CUPO NOT = PRODUCTO-NES
              GO TO CLASIFICA-CAMION-SUMA
           END-IF.
           IF FECHA-CUPO NOT = FEC-CAL-NES
              MOVE 'F' TO CLASE-CAM-W
              GO TO CLASIFICA-CAMION-SUMA
           END-IF.
           MOVE 'C' TO CLASE-CAM-W.
       CLASIFICA-CAMION-SUMA.
           INITIALIZE SUMA-W.
           IF CAMION-EN-CUPO
              MOVE 1        TO CAMUSO-W
              MOVE NETO-NES TO KILUSO-W
              MOVE 'C'         TO SECCION-CUPW
              MOVE ZEROS       TO FECHA-CUPW ACOP-CUPW PRODUCTO-CUPW
              MOVE NUMERO-CUPO TO NUMERO-CUPW
              PERFORM ACUMULA-CUPW THRU EXIT-ACUMULA-CUPW
              GO TO EXIT-CLASIFICA-CAMION
           END-IF.
           IF CAMION-SIN-CUPO
              MOVE 1 TO CAMSIN-W
           ELSE
              MOVE 1 TO CAMFUE-W
           END-IF.
           MOVE FEC-CAL-NES  TO FECHA-W.
           MOVE ACOP-NES     TO ACOP-W.
           MOVE PRODUCTO-NES TO PRODUCTO-W.
           PERFORM ACUMULA-DIA-CAMPANIA THRU EXIT-ACUMULA-DIA-CAMPANIA.
       EXIT-CLASIFICA-CAMION.
           EXIT.

       CLASIFICA-CAMIONES.
           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-NES.
           MOVE PLANTA-EXT   TO PLANTA-NES.
           MOVE INI-W        TO FEC-CAL-NES.
           MOVE ZEROS        TO HORA-CAL-NES.
           START AR-CAMIONES KEY NOT LESS THAN ALT-CAMIONES-3
                                                   INVALID KEY
                GO TO EXIT-CLASIFICA-CAMIONES
           END-START.
       LEO-CLA-CAM.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO EXIT-CLASIFICA-CAMIONES
           END-READ.
           IF EMPRESA-NES NOT = EMPRESA-EXT OR
              PLANTA-NES  NOT = PLANTA-EXT  OR
              FEC-CAL-NES > HASTA-CPY
              GO TO EXIT-CLASIFICA-CAMIONES
           END-IF.
           PERFORM CLASIFICA-CAMION THRU EXIT-CLASIFICA-CAMION.
           GO TO LEO-CLA-CAM.
       EXIT-CLASIFICA-CAMIONES.
           EXIT.

       CLASIFICA-CAMITRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-TRAN.
           MOVE PLANTA-EXT   TO PLANTA-TRAN.
           MOVE INI-W        TO FEC-CAL-TRAN.
           MOVE ZEROS        TO HORA-CAL-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN ALT-CAMITRAN-3
                                                   INVALID KEY
                GO TO EXIT-CLASIFICA-CAMITRAN
           END-START.
       LEO-CLA-TRAN.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO EXIT-CLASIFICA-CAMITRAN
           END-READ.
           IF EMPRESA-TRAN NOT = EMPRESA-EXT OR
              PLANTA-TRAN  NOT = PLANTA-EXT  OR
              FEC-CAL-TRAN > HASTA-CPY
              GO TO EXIT-CLASIFICA-CAMITRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           PERFORM CLASIFICA-CAMION THRU EXIT-CLASIFICA-CAMION.
           GO TO LEO-CLA-TRAN.
       EXIT-CLASIFICA-CAMITRAN.
           EXIT.

      * Recorre los cupos activos del periodo y, con el uso de cada
      * uno (seccion C), calcula usados, no usados y excedidos.
       SUMA-CUPOS.
           INITIALIZE AR-CUPOS-REC.
           MOVE EMPRESA-EXT TO EMPRESA2-CUPO.
           MOVE PLANTA-EXT  TO PLANTA2-CUPO.
           MOVE INI-W       TO FECHA-CUPO.
           START AR-CUPOS KEY NOT LESS THAN ALT-CUPOS-FEC
                                                   INVALID KEY
                GO TO EXIT-SUMA-CUPOS
           END-START.
       LEO-SUMA-CUPOS.
           READ AR-CUPOS NEXT RECORD AT END
                GO TO EXIT-SUMA-CUPOS
           END-READ.
           IF EMPRESA2-CUPO NOT = EMPRESA-EXT OR
              PLANTA2-CUPO  NOT = PLANTA-EXT  OR
              FECHA-CUPO    > HASTA-CPY
              GO TO EXIT-SUMA-CUPOS
           END-IF.
           IF NUMERO-CUPO = ZEROS OR ACTIVO-CUPO NOT = 1
              GO TO LEO-SUMA-CUPOS
           END-IF.
           IF PROD-INPUT NOT = ZEROS AND PROD-INPUT NOT = PRODUCTO-CUPO
              GO TO LEO-SUMA-CUPOS
           END-IF.
           IF ACOP-INPUT NOT = ZEROS AND ACOP-INPUT NOT = ACOP-CUPO
              GO TO LEO-SUMA-CUPOS
           END-IF.
           MOVE 'C'         TO SECCION-CUPW.
           MOVE ZEROS       TO FECHA-CUPW ACOP-CUPW PRODUCTO-CUPW.
           MOVE NUMERO-CUPO TO NUMERO-CUPW.
           READ AR-CUPW INVALID KEY
                MOVE ZEROS TO CAMUSO-CUPW KILUSO-CUPW
           END-READ.
           MOVE CAMUSO-CUPW TO USADOS-W.
           MOVE KILUSO-CUPW TO KILUSA-W.
           INITIALIZE SUMA-W.
           MOVE CAMIONES-CUPO TO CAMOTO-W.
           MOVE KILOS-CUPO    TO KILOTO-W.
           MOVE KILUSA-W      TO KILUSO-W.
           IF USADOS-W > CAMIONES-CUPO
              MOVE CAMIONES-CUPO TO CAMUSO-W
              COMPUTE CAMEXC-W = USADOS-W - CAMIONES-CUPO
           ELSE
              MOVE USADOS-W TO CAMUSO-W
              COMPUTE CAMNOU-W = CAMIONES-CUPO - USADOS-W
           END-IF.
           MOVE FECHA-CUPO    TO FECHA-W.
           MOVE ACOP-CUPO     TO ACOP-W.
           MOVE PRODUCTO-CUPO TO PRODUCTO-W.
           PERFORM ACUMULA-DIA-CAMPANIA THRU EXIT-ACUMULA-DIA-CAMPANIA.
           GO TO LEO-SUMA-CUPOS.
       EXIT-SUMA-CUPOS.
           EXIT.

      * Lista los registros de la seccion cargada en SECCION-CUPW;
      * en la seccion diaria corta por dia con total del dia.
       LISTA-SECCION.
           INITIALIZE TOTAL-W.
           MOVE ZEROS TO FECHA-ANT-W.
           MOVE ZEROS TO FECHA-CUPW ACOP-CUPW PRODUCTO-CUPW
                         NUMERO-CUPW.
           START AR-CUPW KEY NOT LESS THAN CLAVE-CUPW INVALID KEY
                GO TO FIN-LISTA-SECCION
           END-START.
           MOVE SECCION-CUPW TO SECCION-W.
       LEO-LISTA-SECCION.
           READ AR-CUPW NEXT RECORD AT END
                GO TO FIN-LISTA-SECCION
           END-READ.
           IF SECCION-CUPW NOT = SECCION-W
              GO TO FIN-LISTA-SECCION
           END-IF.
           IF SECCION-CUPW = 'D' AND FECHA-CUPW NOT = FECHA-ANT-W
              IF FECHA-ANT-W NOT = ZEROS
                 PERFORM IMPRIME-TOTAL THRU EXIT-IMPRIME-TOTAL
                 INITIALIZE TOTAL-W
              END-IF
              MOVE FECHA-CUPW TO FECHA-ANT-W FECHA-AMD-W
              MOVE DD-AMD-W TO Z-DD-DIA
              MOVE MM-AMD-W TO Z-MM-DIA
              MOVE AA-AMD-W TO Z-AA-DIA
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-03B AFTER 2
              ADD 2 TO TL
           END-IF.
           MOVE SPACES TO Z-LINEA-04.
           MOVE ACOP-CUPW TO Z-ACOP-CUP CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE NOM-CLI       TO Z-NOMACOP-CUP.
           MOVE PRODUCTO-CUPW TO Z-PROD-CUP.
           MOVE CAMOTO-CUPW TO Z-CAMOTO-CUP.
           MOVE KILOTO-CUPW TO Z-KILOTO-CUP.
           MOVE CAMUSO-CUPW TO Z-CAMUSO-CUP.
           MOVE KILUSO-CUPW TO Z-KILUSO-CUP.
           MOVE CAMNOU-CUPW TO Z-CAMNOU-CUP.
           MOVE CAMEXC-CUPW TO Z-CAMEXC-CUP.
           MOVE CAMSIN-CUPW TO Z-CAMSIN-CUP.
           MOVE CAMFUE-CUPW TO Z-CAMFUE-CUP.
           MOVE ZEROS TO PORC-W.
           IF CAMOTO-CUPW > ZEROS
              COMPUTE PORC-W ROUNDED = CAMNOU-CUPW * 100 / CAMOTO-CUPW
           END-IF.
           MOVE PORC-W TO Z-PORC-CUP.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           ADD CAMOTO-CUPW TO CAMOTO-T.
           ADD KILOTO-CUPW TO KILOTO-T.
           ADD CAMUSO-CUPW TO CAMUSO-T.
           ADD KILUSO-CUPW TO KILUSO-T.
           ADD CAMNOU-CUPW TO CAMNOU-T.
           ADD CAMEXC-CUPW TO CAMEXC-T.
           ADD CAMSIN-CUPW TO CAMSIN-T.
           ADD CAMFUE-CUPW TO CAMFUE-T.
           GO TO LEO-LISTA-SECCION.
       FIN-LISTA-SECCION.
           IF FECHA-ANT-W NOT = ZEROS OR SECCION-W = 'S'
              PERFORM IMPRIME-TOTAL THRU EXIT-IMPRIME-TOTAL
           END-IF.
       EXIT-LISTA-SECCION.
           EXIT.

       IMPRIME-TOTAL.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'TOTAL' TO Z-NOMACOP-CUP.
           MOVE CAMOTO-T TO Z-CAMOTO-CUP.
           MOVE KILOTO-T TO Z-KILOTO-CUP.
           MOVE CAMUSO-T TO Z-CAMUSO-CUP.
           MOVE KILUSO-T TO Z-KILUSO-CUP.
           MOVE CAMNOU-T TO Z-CAMNOU-CUP.
           MOVE CAMEXC-T TO Z-CAMEXC-CUP.
           MOVE CAMSIN-T TO Z-CAMSIN-CUP.
           MOVE CAMFUE-T TO Z-CAMFUE-CUP.
           MOVE ZEROS TO PORC-W.
           IF CAMOTO-T > ZEROS
              COMPUTE PORC-W ROUNDED = CAMNOU-T * 100 / CAMOTO-T
           END-IF.
           MOVE PORC-W TO Z-PORC-CUP.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
       EXIT-IMPRIME-TOTAL.
           EXIT.
