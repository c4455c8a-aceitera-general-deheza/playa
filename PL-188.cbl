       IDENTIFICATION DIVISION.
      * 108089 - Playa - Programa nuevo: verificador de consistencia
      *          de los archivos derivados y acumulados. Para la
      *          fecha de proceso (archivo PL188PAR: 'A' = ayer o
      *          fecha DDMMAAAA; sin archivo se procesa ayer) revisa
      *          los treinta dias anteriores y lista las diferencias
      *          por control en un spool I*.spl de la carpeta de la
      *          planta:
      *          - AR-STKPLA: el inicial de cada dia igual al final
      *            del dia anterior, sin dias faltantes, y el final
      *            igual a inicial + entradas - salidas;
      *          - AR-LIQSEC/AR-LIQSED: cabecera igual a la suma del
      *            detalle y numeracion sin huecos hasta el ultimo
      *            numero del registro de control;
      *          - AR-RESUDIA: camiones y neto por dia y producto
      *            contra un recuento de los camiones con el mismo
      *            criterio de PL-157;
      *          - AR-ANADIC: muestras sin analisis original o sin
      *            camion y muestras con mas de un valor firme;
      *          - AR-PROMHIST: dias cuyo historico cubre mas
      *            camiones o kilos que el resumen diario del dia
      *            (periodo superpuesto).
      *          Cada control deja su resultado en AR-CADENA (pasos
      *          51 a 55, OK o DF con la cantidad de diferencias)
      *          para el parte de PL-170. Corre sin pantalla, como
      *          paso de la cadena nocturna PL-169; los avisos van a
      *          PL188BAT.LOG.
       PROGRAM-ID. PL-188.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "STKPLA.SEL".
       COPY "LIQSEC.SEL".
       COPY "LIQSED.SEL".
       COPY "RESUDIA.SEL".
       COPY "PROMHIST.SEL".
       COPY "ANADIC.SEL".
       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "CIRCUITO.SEL".
       COPY "ANALISIS.SEL".
       COPY "ANALISIS1.SEL".
       COPY "CADENA.SEL".
       COPY "PLANTA3.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-PARAM ASSIGN TO "PL188PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-PARAM.

           SELECT OPTIONAL AR-LOGBAT ASSIGN TO ARCHIVO-LOGBAT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGBAT.

       DATA DIVISION.
       FILE SECTION.

       COPY "STKPLA.CPY".
       COPY "LIQSEC.CPY".
       COPY "LIQSED.CPY".
       COPY "RESUDIA.CPY".
       COPY "PROMHIST.CPY".
       COPY "ANADIC.CPY".
       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "CIRCUITO.CPY".
       COPY "ANALISIS.CPY".
       COPY "ANALISIS1.CPY".
       COPY "CADENA.CPY".
       COPY "PLANTA3.CPY".
       COPY "LISTADO.CPY".

       FD  AR-PARAM LABEL RECORD OMITTED.
       01  AR-PARAM-REC             PIC X(80).

       FD  AR-LOGBAT LABEL RECORD OMITTED.
       01  AR-LOGBAT-REC            PIC X(200).

       WORKING-STORAGE SECTION.

       01  AREA-CALL.
           02 TRANS-1900               PIC 9(12) VALUE ZEROS.
           02 TRANS-1901               PIC 9(12) VALUE ZEROS.
           02 FER                      PIC 9     VALUE ZEROS.
           02 SEM                      PIC X(3)  VALUE SPACES.

       01 ETAPAS-NES.
          03 ALL-ETAPAS-NES OCCURS 40 TIMES.
              05 ETAPA-NES       PIC  X(3).
              05 FECHA-ETAPA-NES PIC  9(8).
              05 HORA-ETAPA-NES  PIC  9(4).
              05 USUA-ETAPA-NES  PIC  X(15).

            COPY "crtvars.def".
            COPY "winprint.def".
            COPY "Acucobol.def".
            COPY "COPY.CPY".

       01  FS-PARAM             PIC XX.
       01  FS-LOGBAT            PIC XX.
       01  ARCHIVO-LOGBAT-W     PIC X(128).
       01  ARCHIVO-BAT-SPL-W    PIC X(128).
       01  CARPETA-BAT-W        PIC X(80).
       01  LINEA-LOGBAT-W       PIC X(200).
       01  LINEA-PARAM-W.
           02 TIPO-FECHA-PAR    PIC X(01).
              88 FECHA-PAR-AYER VALUE 'A'.
           02 FECHA-PROC-PAR    PIC 9(8).

       01  DMA-CPY.
           02 DD-CPY            PIC 99.
           02 MM-CPY            PIC 99.
           02 AA-CPY            PIC 9(4).
       01  FECHA-PROC           PIC 9(8) VALUE ZEROS.
       01  FECHA-PROC-R REDEFINES FECHA-PROC.
           02 AA-PROC           PIC 9(4).
           02 MM-PROC           PIC 99.
           02 DD-PROC           PIC 99.
       01  DESDE-W              PIC 9(8) VALUE ZEROS.
       01  DESDE-R REDEFINES DESDE-W.
           02 AA-DES            PIC 9(4).
           02 MM-DES            PIC 99.
           02 DD-DES            PIC 99.
       01  DIA-PROC             PIC 9(8) VALUE ZEROS.
       01  DIA-PROC-R REDEFINES DIA-PROC.
           02 AA-DIA            PIC 9(4).
           02 MM-DIA            PIC 99.
           02 DD-DIA            PIC 99.
       01  FECHA-CONV-W         PIC 9(8) VALUE ZEROS.
       01  FECHA-CONV-R REDEFINES FECHA-CONV-W.
           02 AA-CONV           PIC 9(4).
           02 MM-CONV           PIC 99.
           02 DD-CONV           PIC 99.
       01  FECHA-Z.
           02 DD-FZ             PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 MM-FZ             PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 AA-FZ             PIC 9(4).
       77  TRANS-CONV-W         PIC 9(12) VALUE ZEROS.
       77  TRANS-DIA            PIC 9(12) VALUE ZEROS.
       01  HORA-D               PIC 9(8).
       01  AMD-W                PIC 9(8) VALUE ZEROS.

      * Dias hacia atras desde la fecha de proceso que se revisan.
       77  DIAS-VENTANA         PIC 9(3) VALUE 30.
      * Diferencias de cada control que tambien van al .LOG; el
      * resto queda solo en el listado.
       77  TOPE-LOG             PIC 9(3) VALUE 20.

       77  I                    PIC 9999 VALUE ZEROS.
       77  K                    PIC 9999 VALUE ZEROS.
       77  PMC-W                PIC 9 VALUE ZEROS.
       77  PASO-W               PIC 9(2) VALUE ZEROS.
       77  NOMBRE-PASO-W        PIC X(12) VALUE SPACES.
       01  TITULO-PASO-W        PIC X(60) VALUE SPACES.
       77  HORAINI-W            PIC 9(8) VALUE ZEROS.
       77  REVISADOS-W          PIC 9(8) VALUE ZEROS.
       77  DIFER-W              PIC 9(8) VALUE ZEROS.
       77  DIF-TOT-W            PIC 9(8) VALUE ZEROS.

       01  CLAVE-DIF-W          PIC X(40) VALUE SPACES.
       01  MOTIVO-DIF-W         PIC X(45) VALUE SPACES.
       77  VAL1-DIF-W           PIC S9(13)V99 VALUE ZEROS.
       77  VAL2-DIF-W           PIC S9(13)V99 VALUE ZEROS.

      * Control de AR-STKPLA.
       77  HAY-ANT-W            PIC 9 VALUE ZEROS.
           88 HAY-DIA-ANTERIOR  VALUE 1.
       77  PROD-ANT-W           PIC 9(4) VALUE ZEROS.
       01  SILO-ANT-W           PIC X(6) VALUE SPACES.
       77  TRANS-ANT-W          PIC 9(12) VALUE ZEROS.
       77  FINAL-ANT-W          PIC S9(11) COMP-3 VALUE ZEROS.
       77  SALDO-W              PIC S9(11) COMP-3 VALUE ZEROS.
       77  FALTAN-W             PIC 9(8) VALUE ZEROS.

      * Control de AR-LIQSEC / AR-LIQSED.
       77  ULTIMO-W             PIC 9(8) VALUE ZEROS.
       77  ESPERADO-W           PIC 9(8) VALUE ZEROS.
       77  CANT-DET-W           PIC 9(8) VALUE ZEROS.
       77  KIL-DET-W            PIC S9(11) COMP-3 VALUE ZEROS.
       77  MER-DET-W            PIC S9(11) COMP-3 VALUE ZEROS.
       77  IMP-DET-W            PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Control de AR-RESUDIA: por producto, lo grabado y lo
      * recontado del dia.
       01  TABLA-CONS.
           02 OCURR-CONS OCCURS 50 TIMES.
              03 PROD-CONS-TAB     PIC 9(4).
              03 CAM-RES-TAB       PIC 9(8).
              03 NETO-RES-TAB      PIC S9(11) COMP-3.
              03 CAM-CNT-TAB       PIC 9(8).
              03 NETO-CNT-TAB      PIC S9(11) COMP-3.
       77  CANT-CONS            PIC 9(3) VALUE ZEROS.
       77  IX-CONS              PIC 9(4) VALUE ZEROS.
       77  IC-TAB               PIC 9(4) VALUE ZEROS.
       77  PROD-BUS-W           PIC 9(4) VALUE ZEROS.
       77  HAY-DESBORDE         PIC 9 VALUE ZEROS.
           88 DIA-DESBORDADO    VALUE 1.

      * Control de AR-ANADIC.
       77  MUESTRA-ANT-W        PIC 9(12) VALUE ZEROS.
       77  PRODUCTO-ANT-W       PIC 9(4) VALUE ZEROS.
       77  CANT-FIRME-W         PIC 9(4) VALUE ZEROS.
       77  HAY-GRUPO-W          PIC 9 VALUE ZEROS.
       77  HAY-CAMION-W         PIC 9 VALUE ZEROS.
           88 EXISTE-CAMION     VALUE 1.

      * Control de AR-PROMHIST.
       77  CAM-DIA-W            PIC 9(8) VALUE ZEROS.
       77  NETO-DIA-W           PIC S9(11) COMP-3 VALUE ZEROS.

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
           02 FILLER PIC X(38) VALUE
              'CONSISTENCIA DE ARCHIVOS DERIVADOS al '.
           02 Z-DD-P            PIC 9(2)/.
           02 Z-MM-P            PIC 9(2)/.
           02 Z-AA-P            PIC 9(4).
           02 FILLER PIC X(8) VALUE ' (desde '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(1) VALUE ')'.

       01 Z-LINEA-03.
          02 FILLER PIC X(42) VALUE 'Clave'.
          02 FILLER PIC X(46) VALUE 'Diferencia'.
          02 FILLER PIC X(20) VALUE '       Valor archivo'.
          02 FILLER PIC X(20) VALUE '       Valor control'.

       01 Z-LINEA-04.
          02 Z-CLAVE-DIF        PIC X(40)BB.
          02 Z-MOTIVO-DIF       PIC X(45)B.
          02 Z-VAL1-DIF         PIC -Z.ZZZ.ZZZ.ZZ9,99B.
          02 Z-VAL2-DIF         PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 FILLER             PIC X(12) VALUE 'Revisados: '.
          02 Z-REVISADOS        PIC ZZ.ZZZ.ZZ9.
          02 FILLER             PIC X(16) VALUE '   Diferencias: '.
          02 Z-DIFERENCIAS      PIC ZZ.ZZZ.ZZ9.

       01 Z-LINEA-06.
          02 FILLER             PIC X(9) VALUE 'CONTROL '.
          02 Z-PASO-CHK         PIC 99.
          02 FILLER             PIC X(3) VALUE ' - '.
          02 Z-TITULO-CHK       PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE NOMEMPRESA-EXT  TO Z-EMPRESA.
           MOVE NOMPLANTA-EXT   TO Z-PLANTA.

           MOVE EMPRESA-EXT TO EMPRESA-PLANTA3.
           MOVE PLANTA-EXT  TO CODIGO-PLANTA3.
           MOVE 1 TO DATOS-PLAYA-PLANTA3.
           OPEN INPUT AR-PLANTA3.
           READ AR-PLANTA3 INVALID KEY
                INITIALIZE AR-PLANTA3-REC
           END-READ.
           CLOSE AR-PLANTA3.
           MOVE PMC-PLANTA TO PMC-W.

           MOVE CARPETA-SALIDA-PLANTA3 TO CARPETA-BAT-W.
           INSPECT CARPETA-BAT-W
                   REPLACING TRAILING SPACES BY LOW-VALUE.
           MOVE SPACES TO ARCHIVO-LOGBAT-W.
           STRING CARPETA-BAT-W DELIMITED BY LOW-VALUE
                  'PL188BAT.LOG' DELIMITED BY SIZE
                  INTO ARCHIVO-LOGBAT-W
           END-STRING.
           OPEN EXTEND AR-LOGBAT.
           MOVE 'INICIO VERIFICACION DE CONSISTENCIA' TO LINEA-LOGBAT-W.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

           MOVE 'A' TO TIPO-FECHA-PAR.
           MOVE ZEROS TO FECHA-PROC-PAR.
           OPEN INPUT AR-PARAM.
           IF FS-PARAM = '00'
              READ AR-PARAM INTO LINEA-PARAM-W
                   AT END CONTINUE
              END-READ
              CLOSE AR-PARAM
           END-IF.

           ACCEPT AMD-W FROM DATE YYYYMMDD.
           IF FECHA-PAR-AYER OR FECHA-PROC-PAR = ZEROS
              MOVE AMD-W(7:2) TO DD-CPY
              MOVE AMD-W(5:2) TO MM-CPY
              MOVE AMD-W(1:4) TO AA-CPY
              CALL 'DMAD' USING DMA-CPY TRANS-1900 TRANS-1901
              SUBTRACT 1 FROM TRANS-1900
              CALL 'DDMA' USING TRANS-1900 DMA-CPY SEM FER
           ELSE
              MOVE FECHA-PROC-PAR TO DMA-CPY
           END-IF.
           MOVE AA-CPY  TO AA-PROC.
           MOVE MM-CPY  TO MM-PROC.
           MOVE DD-CPY  TO DD-PROC.
           MOVE DD-CPY  TO Z-DD-P.
           MOVE MM-CPY  TO Z-MM-P.
           MOVE AA-CPY  TO Z-AA-P.

           IF FECHA-PROC = ZEROS
              MOVE 'FECHA DE PROCESO INCORRECTA, SE CANCELA'
                   TO LINEA-LOGBAT-W
              PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT
              GO TO FIN-VERIFICACION
           END-IF.

           CALL 'DMAD' USING DMA-CPY TRANS-1900 TRANS-1901.
           SUBTRACT DIAS-VENTANA FROM TRANS-1900.
           CALL 'DDMA' USING TRANS-1900 DMA-CPY SEM FER.
           MOVE AA-CPY TO AA-DES.
           MOVE MM-CPY TO MM-DES.
           MOVE DD-CPY TO DD-DES.
           MOVE DD-CPY TO Z-DD-D.
           MOVE MM-CPY TO Z-MM-D.
           MOVE AA-CPY TO Z-AA-D.

           MOVE SPACES TO LINEA-LOGBAT-W.
           STRING 'FECHA DE PROCESO ' DELIMITED BY SIZE
                  FECHA-PROC DELIMITED BY SIZE
                  ' DESDE '  DELIMITED BY SIZE
                  DESDE-W    DELIMITED BY SIZE
                  INTO LINEA-LOGBAT-W
           END-STRING.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

           MOVE SPACES TO ARCHIVO-BAT-SPL-W.
           ACCEPT HORAF-SPL FROM TIME.
           STRING CARPETA-BAT-W DELIMITED BY LOW-VALUE
                  'I' HORAF-SPL(2:) '.spl' DELIMITED BY SIZE
                  INTO ARCHIVO-BAT-SPL-W
           END-STRING.
           INSPECT ARCHIVO-BAT-SPL-W
                   REPLACING TRAILING SPACES BY LOW-VALUE.
           SET ENVIRONMENT "WIN_SPOOLER_PORT" TO ARCHIVO-BAT-SPL-W.
           INSPECT ARCHIVO-BAT-SPL-W
                   REPLACING ALL LOW-VALUE BY SPACE.
           OPEN OUTPUT LISTADO.
           write linea from k-restaurar after 0.
           write linea from k-apaisadaI after 0.
           write linea from k-chica     after 0.
           write linea from k-negra     after 0.

           MOVE 9999 TO TL.
           MOVE 0 TO PRIMERO HOJA Z-HOJA.
           MOVE 41 TO LINES-PER-PAGE.
           MOVE ZEROS TO DIF-TOT-W.

           OPEN I-O AR-CADENA.

           PERFORM CONTROL-STKPLA   THRU EXIT-CONTROL-STKPLA.
           PERFORM CONTROL-LIQSEC   THRU EXIT-CONTROL-LIQSEC.
           PERFORM CONTROL-RESUDIA  THRU EXIT-CONTROL-RESUDIA.
           PERFORM CONTROL-ANADIC   THRU EXIT-CONTROL-ANADIC.
           PERFORM CONTROL-PROMHIST THRU EXIT-CONTROL-PROMHIST.

           CLOSE AR-CADENA.

           MOVE SPACES TO LINEA.
           WRITE LINEA AFTER PAGE.
           CLOSE LISTADO.
           SET ENVIRONMENT "WIN_SPOOLER_PORT" TO SPACES.

           MOVE SPACES TO LINEA-LOGBAT-W.
           STRING 'DIFERENCIAS ' DELIMITED BY SIZE
                  DIF-TOT-W      DELIMITED BY SIZE
                  ' LISTADO '    DELIMITED BY SIZE
                  ARCHIVO-BAT-SPL-W DELIMITED BY SPACE
                  INTO LINEA-LOGBAT-W
           END-STRING.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

       FIN-VERIFICACION.
           MOVE 'FIN VERIFICACION DE CONSISTENCIA' TO LINEA-LOGBAT-W.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.
           CLOSE AR-LOGBAT.

           PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                IF PGM-EXT(IP) = 'PL-188'
                   MOVE SPACES TO PGM-EXT(IP)
                   MOVE 150 TO IP
                END-IF
           END-PERFORM.

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

       GRABA-LOGBAT.
           ACCEPT HORA-D FROM TIME.
           ACCEPT AMD-W FROM DATE YYYYMMDD.
           MOVE SPACES TO AR-LOGBAT-REC.
           STRING AMD-W          DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  HORA-D         DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LINEA-LOGBAT-W DELIMITED BY SIZE
                  INTO AR-LOGBAT-REC
           END-STRING.
           WRITE AR-LOGBAT-REC.
       EXIT-GRABA-LOGBAT.
           EXIT.

      * Pasa FECHA-CONV-W (AAAAMMDD) a dias corridos en
      * TRANS-CONV-W y a dd/mm/aaaa en FECHA-Z.
       CONVIERTE-FECHA.
           MOVE DD-CONV TO DD-CPY DD-FZ.
           MOVE MM-CONV TO MM-CPY MM-FZ.
           MOVE AA-CONV TO AA-CPY AA-FZ.
           CALL 'DMAD' USING DMA-CPY TRANS-1900 TRANS-1901.
           MOVE TRANS-1900 TO TRANS-CONV-W.
       EXIT-CONVIERTE-FECHA.
           EXIT.

      * Comienzo de un control: titulo en el listado, contadores en
      * cero y hora de inicio para AR-CADENA.
       INICIA-CONTROL.
           ACCEPT HORAINI-W FROM TIME.
           MOVE ZEROS TO REVISADOS-W DIFER-W.
           MOVE SPACES TO Z-LINEA-06.
           MOVE PASO-W        TO Z-PASO-CHK.
           MOVE TITULO-PASO-W TO Z-TITULO-CHK.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-06 AFTER 2.
           WRITE LINEA FROM Z-LINEA-ESPA AFTER 1.
           ADD 3 TO TL.
       EXIT-INICIA-CONTROL.
           EXIT.

      * Una linea de diferencia en el listado (y en el .LOG hasta
      * TOPE-LOG por control).
       ANOTA-DIF.
           ADD 1 TO DIFER-W DIF-TOT-W.
           MOVE SPACES       TO Z-LINEA-04.
           MOVE CLAVE-DIF-W  TO Z-CLAVE-DIF.
           MOVE MOTIVO-DIF-W TO Z-MOTIVO-DIF.
           MOVE VAL1-DIF-W   TO Z-VAL1-DIF.
           MOVE VAL2-DIF-W   TO Z-VAL2-DIF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           IF DIFER-W NOT > TOPE-LOG
              MOVE SPACES TO LINEA-LOGBAT-W
              STRING NOMBRE-PASO-W DELIMITED BY SPACE
                     ' '           DELIMITED BY SIZE
                     Z-LINEA-04    DELIMITED BY SIZE
                     INTO LINEA-LOGBAT-W
              END-STRING
              PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT
           END-IF.
           MOVE SPACES TO MOTIVO-DIF-W.
           MOVE ZEROS  TO VAL1-DIF-W VAL2-DIF-W.
       EXIT-ANOTA-DIF.
           EXIT.

      * Fin de un control: totales en el listado y en el .LOG, y el
      * registro del paso en AR-CADENA (OK sin diferencias, DF con
      * la cantidad de diferencias en REGISTROS-CADENA).
       TERMINA-CONTROL.
           MOVE REVISADOS-W TO Z-REVISADOS.
           MOVE DIFER-W     TO Z-DIFERENCIAS.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 2.
           ADD 2 TO TL.

           MOVE SPACES TO LINEA-LOGBAT-W.
           STRING NOMBRE-PASO-W   DELIMITED BY SPACE
                  ' REVISADOS '   DELIMITED BY SIZE
                  REVISADOS-W     DELIMITED BY SIZE
                  ' DIFERENCIAS ' DELIMITED BY SIZE
                  DIFER-W         DELIMITED BY SIZE
                  INTO LINEA-LOGBAT-W
           END-STRING.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

           ACCEPT HORA-D FROM TIME.
           INITIALIZE AR-CADENA-REC.
           MOVE EMPRESA-EXT   TO EMPRESA-CADENA.
           MOVE PLANTA-EXT    TO PLANTA-CADENA.
           MOVE FECHA-PROC    TO FECHA-CADENA.
           MOVE PASO-W        TO PASO-CADENA.
           MOVE NOMBRE-PASO-W TO NOMBRE-CADENA.
           MOVE HORAINI-W     TO HORAINI-CADENA.
           MOVE HORA-D        TO HORAFIN-CADENA.
           MOVE DIFER-W       TO REGISTROS-CADENA.
           IF DIFER-W = ZEROS
              MOVE 'OK' TO RESULTADO-CADENA
           ELSE
              MOVE 'DF' TO RESULTADO-CADENA
           END-IF.
           STRING 'REVISADOS '  DELIMITED BY SIZE
                  REVISADOS-W   DELIMITED BY SIZE
                  INTO DETALLE-CADENA
           END-STRING.
           WRITE AR-CADENA-REC INVALID KEY
                REWRITE AR-CADENA-REC INVALID KEY
                     CONTINUE
                END-REWRITE
           END-WRITE.
       EXIT-TERMINA-CONTROL.
           EXIT.

      *****************************************************************
      * Control 51: posicion de stock AR-STKPLA. Por producto y silo
      * el inicial de cada dia tiene que ser el final del dia
      * anterior grabado y no tiene que haber dias salteados; el
      * ultimo dia antes de la ventana solo sirve de arrastre.
      *****************************************************************
       CONTROL-STKPLA.
           MOVE 51 TO PASO-W.
           MOVE 'CONS-STKPLA' TO NOMBRE-PASO-W.
           MOVE 'POSICION DE STOCK (AR-STKPLA)' TO TITULO-PASO-W.
           PERFORM INICIA-CONTROL THRU EXIT-INICIA-CONTROL.
           MOVE ZEROS TO HAY-ANT-W.
           OPEN INPUT AR-STKPLA.
           INITIALIZE AR-STKPLA-REC.
           MOVE EMPRESA-EXT TO EMPRESA-STK.
           MOVE PLANTA-EXT  TO PLANTA-STK.
           START AR-STKPLA KEY NOT LESS THAN CLAVE-STKPLA
                                                   INVALID KEY
                GO TO FIN-CONTROL-STKPLA
           END-START.
       LEO-CONTROL-STKPLA.
           READ AR-STKPLA NEXT RECORD AT END
                GO TO FIN-CONTROL-STKPLA
           END-READ.
           IF EMPRESA-STK NOT = EMPRESA-EXT OR
              PLANTA-STK  NOT = PLANTA-EXT
              GO TO FIN-CONTROL-STKPLA
           END-IF.
           IF FECHA-STK > FECHA-PROC
              GO TO LEO-CONTROL-STKPLA
           END-IF.
           IF NOT HAY-DIA-ANTERIOR OR
              PRODUCTO-STK NOT = PROD-ANT-W OR
              SILO-STK     NOT = SILO-ANT-W
              MOVE ZEROS TO HAY-ANT-W
           END-IF.
           MOVE FECHA-STK TO FECHA-CONV-W.
           PERFORM CONVIERTE-FECHA THRU EXIT-CONVIERTE-FECHA.
           IF FECHA-STK < DESDE-W
              GO TO GUARDA-CONTROL-STKPLA
           END-IF.
           ADD 1 TO REVISADOS-W.
           MOVE SPACES TO CLAVE-DIF-W.
           STRING 'PROD '      DELIMITED BY SIZE
                  PRODUCTO-STK DELIMITED BY SIZE
                  ' SILO '     DELIMITED BY SIZE
                  SILO-STK     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  FECHA-Z      DELIMITED BY SIZE
                  INTO CLAVE-DIF-W
           END-STRING.
           COMPUTE SALDO-W = INICIAL-STK + ENTRADAS-STK - SALIDAS-STK.
           IF SALDO-W NOT = FINAL-STK
              MOVE 'FINAL DISTINTO DE INICIAL + ENTRADAS - SALIDAS'
                   TO MOTIVO-DIF-W
              MOVE FINAL-STK TO VAL1-DIF-W
              MOVE SALDO-W   TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF NOT HAY-DIA-ANTERIOR
              GO TO GUARDA-CONTROL-STKPLA
           END-IF.
           IF TRANS-CONV-W > TRANS-ANT-W + 1
              COMPUTE FALTAN-W = TRANS-CONV-W - TRANS-ANT-W - 1
              MOVE 'DIAS FALTANTES ANTES DE ESTA FECHA' TO MOTIVO-DIF-W
              MOVE FALTAN-W TO VAL1-DIF-W
              MOVE ZEROS    TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF INICIAL-STK NOT = FINAL-ANT-W
              MOVE 'INICIAL DISTINTO DEL FINAL DEL DIA ANTERIOR'
                   TO MOTIVO-DIF-W
              MOVE INICIAL-STK TO VAL1-DIF-W
              MOVE FINAL-ANT-W TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
       GUARDA-CONTROL-STKPLA.
           MOVE 1            TO HAY-ANT-W.
           MOVE PRODUCTO-STK TO PROD-ANT-W.
           MOVE SILO-STK     TO SILO-ANT-W.
           MOVE TRANS-CONV-W TO TRANS-ANT-W.
           MOVE FINAL-STK    TO FINAL-ANT-W.
           GO TO LEO-CONTROL-STKPLA.
       FIN-CONTROL-STKPLA.
           CLOSE AR-STKPLA.
           PERFORM TERMINA-CONTROL THRU EXIT-TERMINA-CONTROL.
       EXIT-CONTROL-STKPLA.
           EXIT.

      *****************************************************************
      * Control 52: liquidaciones de secada AR-LIQSEC / AR-LIQSED.
      * Cada cabecera tiene que ser la suma de su detalle y los
      * numeros tienen que ir de 1 al ULTIMO-LIQSEC del registro de
      * control (numero cero) sin huecos ni numeros de mas.
      *****************************************************************
       CONTROL-LIQSEC.
           MOVE 52 TO PASO-W.
           MOVE 'CONS-LIQSEC' TO NOMBRE-PASO-W.
           MOVE 'LIQUIDACIONES DE SECADA (AR-LIQSEC / AR-LIQSED)'
                TO TITULO-PASO-W.
           PERFORM INICIA-CONTROL THRU EXIT-INICIA-CONTROL.
           OPEN INPUT AR-LIQSEC AR-LIQSED.
           INITIALIZE AR-LIQSEC-REC.
           MOVE EMPRESA-EXT TO EMPRESA-LIQSEC.
           MOVE PLANTA-EXT  TO PLANTA-LIQSEC.
           MOVE ZEROS       TO NUMERO-LIQSEC.
           READ AR-LIQSEC INVALID KEY
                MOVE ZEROS TO ULTIMO-LIQSEC
           END-READ.
           MOVE ULTIMO-LIQSEC TO ULTIMO-W.
           MOVE 1 TO ESPERADO-W.
           INITIALIZE AR-LIQSEC-REC.
           MOVE EMPRESA-EXT TO EMPRESA-LIQSEC.
           MOVE PLANTA-EXT  TO PLANTA-LIQSEC.
           MOVE 1           TO NUMERO-LIQSEC.
           START AR-LIQSEC KEY NOT LESS THAN CLAVE-LIQSEC
                                                   INVALID KEY
                GO TO FIN-CONTROL-LIQSEC
           END-START.
       LEO-CONTROL-LIQSEC.
           READ AR-LIQSEC NEXT RECORD AT END
                GO TO FIN-CONTROL-LIQSEC
           END-READ.
           IF EMPRESA-LIQSEC NOT = EMPRESA-EXT OR
              PLANTA-LIQSEC  NOT = PLANTA-EXT
              GO TO FIN-CONTROL-LIQSEC
           END-IF.
           ADD 1 TO REVISADOS-W.
           MOVE SPACES TO CLAVE-DIF-W.
           STRING 'LIQUIDACION ' DELIMITED BY SIZE
                  NUMERO-LIQSEC  DELIMITED BY SIZE
                  INTO CLAVE-DIF-W
           END-STRING.
           IF NUMERO-LIQSEC > ESPERADO-W
              MOVE 'NUMEROS FALTANTES ANTES DE ESTA LIQUIDACION'
                   TO MOTIVO-DIF-W
              COMPUTE VAL1-DIF-W = NUMERO-LIQSEC - ESPERADO-W
              MOVE ESPERADO-W TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF NUMERO-LIQSEC > ULTIMO-W
              MOVE 'NUMERO MAYOR AL ULTIMO DEL REGISTRO DE CONTROL'
                   TO MOTIVO-DIF-W
              MOVE NUMERO-LIQSEC TO VAL1-DIF-W
              MOVE ULTIMO-W      TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           COMPUTE ESPERADO-W = NUMERO-LIQSEC + 1.

           PERFORM SUMA-LIQSED THRU EXIT-SUMA-LIQSED.
           IF CANT-DET-W NOT = CAMIONES-LIQSEC
              MOVE 'CAMIONES DE CABECERA DISTINTOS DEL DETALLE'
                   TO MOTIVO-DIF-W
              MOVE CAMIONES-LIQSEC TO VAL1-DIF-W
              MOVE CANT-DET-W      TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF KIL-DET-W NOT = KILOS-LIQSEC
              MOVE 'KILOS DE CABECERA DISTINTOS DEL DETALLE'
                   TO MOTIVO-DIF-W
              MOVE KILOS-LIQSEC TO VAL1-DIF-W
              MOVE KIL-DET-W    TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF MER-DET-W NOT = MERMA-LIQSEC
              MOVE 'MERMA DE CABECERA DISTINTA DEL DETALLE'
                   TO MOTIVO-DIF-W
              MOVE MERMA-LIQSEC TO VAL1-DIF-W
              MOVE MER-DET-W    TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF IMP-DET-W NOT = IMPORTE-LIQSEC
              MOVE 'IMPORTE DE CABECERA DISTINTO DEL DETALLE'
                   TO MOTIVO-DIF-W
              MOVE IMPORTE-LIQSEC TO VAL1-DIF-W
              MOVE IMP-DET-W      TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           GO TO LEO-CONTROL-LIQSEC.
       FIN-CONTROL-LIQSEC.
           IF ULTIMO-W NOT < ESPERADO-W
              MOVE SPACES TO CLAVE-DIF-W
              STRING 'LIQUIDACION ' DELIMITED BY SIZE
                     ULTIMO-W       DELIMITED BY SIZE
                     INTO CLAVE-DIF-W
              END-STRING
              MOVE 'NUMEROS FALTANTES HASTA EL ULTIMO DEL CONTROL'
                   TO MOTIVO-DIF-W
              COMPUTE VAL1-DIF-W = ULTIMO-W - ESPERADO-W + 1
              MOVE ESPERADO-W TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           CLOSE AR-LIQSEC AR-LIQSED.
           PERFORM TERMINA-CONTROL THRU EXIT-TERMINA-CONTROL.
       EXIT-CONTROL-LIQSEC.
           EXIT.

      * Suma el detalle AR-LIQSED de la liquidacion en curso.
       SUMA-LIQSED.
           MOVE ZEROS TO CANT-DET-W KIL-DET-W MER-DET-W IMP-DET-W.
           INITIALIZE AR-LIQSED-REC.
           MOVE EMPRESA-LIQSEC TO EMPRESA-LIQSED.
           MOVE PLANTA-LIQSEC  TO PLANTA-LIQSED.
           MOVE NUMERO-LIQSEC  TO NUMERO-LIQSED.
           MOVE ZEROS          TO SEQ-LIQSED.
           START AR-LIQSED KEY NOT LESS THAN CLAVE-LIQSED
                                                   INVALID KEY
                GO TO EXIT-SUMA-LIQSED
           END-START.
       LEO-SUMA-LIQSED.
           READ AR-LIQSED NEXT RECORD AT END
                GO TO EXIT-SUMA-LIQSED
           END-READ.
           IF EMPRESA-LIQSED NOT = EMPRESA-LIQSEC OR
              PLANTA-LIQSED  NOT = PLANTA-LIQSEC  OR
              NUMERO-LIQSED  NOT = NUMERO-LIQSEC
              GO TO EXIT-SUMA-LIQSED
           END-IF.
           ADD 1              TO CANT-DET-W.
           ADD KILOS-LIQSED   TO KIL-DET-W.
           ADD MERMA-LIQSED   TO MER-DET-W.
           ADD IMPORTE-LIQSED TO IMP-DET-W.
           GO TO LEO-SUMA-LIQSED.
       EXIT-SUMA-LIQSED.
           EXIT.

      *****************************************************************
      * Control 53: resumen diario AR-RESUDIA. Para cada dia de la
      * ventana, camiones y neto por producto (todos los
      * acopiadores) contra el recuento de los camiones de planta y
      * de traslado con el mismo criterio de PL-157.
      *****************************************************************
       CONTROL-RESUDIA.
           MOVE 53 TO PASO-W.
           MOVE 'CONS-RESUDIA' TO NOMBRE-PASO-W.
           MOVE 'RESUMEN DIARIO CONTRA CAMIONES (AR-RESUDIA)'
                TO TITULO-PASO-W.
           PERFORM INICIA-CONTROL THRU EXIT-INICIA-CONTROL.
           OPEN INPUT AR-RESUDIA AR-CAMIONES AR-CAMITRAN AR-CIRCUITO
                      AR-ANALISIS AR-ANALISIS1.
           MOVE DESDE-W TO DIA-PROC FECHA-CONV-W.
           PERFORM CONVIERTE-FECHA THRU EXIT-CONVIERTE-FECHA.
           MOVE TRANS-CONV-W TO TRANS-DIA.
       DIA-CONTROL-RESUDIA.
           IF DIA-PROC > FECHA-PROC
              GO TO FIN-CONTROL-RESUDIA
           END-IF.
           MOVE ZEROS TO CANT-CONS HAY-DESBORDE.
           INITIALIZE TABLA-CONS.
           PERFORM CARGA-RESUDIA-DIA THRU EXIT-CARGA-RESUDIA-DIA.
           PERFORM CUENTA-DIA-CAMIONES THRU EXIT-CUENTA-DIA-CAMIONES.
           PERFORM CUENTA-DIA-CAMITRAN THRU EXIT-CUENTA-DIA-CAMITRAN.
           MOVE DIA-PROC TO FECHA-CONV-W.
           PERFORM CONVIERTE-FECHA THRU EXIT-CONVIERTE-FECHA.
           PERFORM COMPARA-PROD THRU EXIT-COMPARA-PROD
              VARYING IX-CONS FROM 1 BY 1 UNTIL IX-CONS > CANT-CONS.
           IF DIA-DESBORDADO
              MOVE SPACES TO LINEA-LOGBAT-W
              STRING 'DIA ' DELIMITED BY SIZE
                     DIA-PROC DELIMITED BY SIZE
                     ' CON MAS DE 50 PRODUCTOS, NO SE CONTROLO TODO'
                                DELIMITED BY SIZE
                     INTO LINEA-LOGBAT-W
              END-STRING
              PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT
           END-IF.
           ADD 1 TO TRANS-DIA.
           MOVE TRANS-DIA TO TRANS-1900.
           CALL 'DDMA' USING TRANS-1900 DMA-CPY SEM FER.
           MOVE DD-CPY TO DD-DIA.
           MOVE MM-CPY TO MM-DIA.
           MOVE AA-CPY TO AA-DIA.
           GO TO DIA-CONTROL-RESUDIA.
       FIN-CONTROL-RESUDIA.
           CLOSE AR-RESUDIA AR-CAMIONES AR-CAMITRAN AR-CIRCUITO
                 AR-ANALISIS AR-ANALISIS1.
           PERFORM TERMINA-CONTROL THRU EXIT-TERMINA-CONTROL.
       EXIT-CONTROL-RESUDIA.
           EXIT.

       CARGA-RESUDIA-DIA.
           INITIALIZE AR-RESUDIA-REC.
           MOVE EMPRESA-EXT TO EMPRESA-RESUDIA.
           MOVE PLANTA-EXT  TO PLANTA-RESUDIA.
           MOVE DIA-PROC    TO FECHA-RESUDIA.
           START AR-RESUDIA KEY NOT LESS THAN CLAVE-RESUDIA
                                                   INVALID KEY
                GO TO EXIT-CARGA-RESUDIA-DIA
           END-START.
       LEO-CARGA-RESUDIA-DIA.
           READ AR-RESUDIA NEXT RECORD AT END
                GO TO EXIT-CARGA-RESUDIA-DIA
           END-READ.
           IF EMPRESA-RESUDIA NOT = EMPRESA-EXT OR
              PLANTA-RESUDIA  NOT = PLANTA-EXT  OR
              FECHA-RESUDIA   NOT = DIA-PROC
              GO TO EXIT-CARGA-RESUDIA-DIA
           END-IF.
           ADD 1 TO REVISADOS-W.
           MOVE PRODUCTO-RESUDIA TO PROD-BUS-W.
           PERFORM UBICA-PROD THRU EXIT-UBICA-PROD.
           IF IX-CONS > ZEROS
              ADD CAMIONES-RESUDIA TO CAM-RES-TAB(IX-CONS)
              ADD NETO-RESUDIA     TO NETO-RES-TAB(IX-CONS)
           END-IF.
           GO TO LEO-CARGA-RESUDIA-DIA.
       EXIT-CARGA-RESUDIA-DIA.
           EXIT.

       CUENTA-DIA-CAMIONES.
           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT TO EMPRESA-NES.
           MOVE PLANTA-EXT  TO PLANTA-NES.
           MOVE DIA-PROC    TO FEC-CAL-NES.
           MOVE ZEROS       TO HORA-CAL-NES.
           START AR-CAMIONES KEY NOT LESS THAN ALT-CAMIONES-3
                                                   INVALID KEY
                GO TO EXIT-CUENTA-DIA-CAMIONES
           END-START.
       LEO-CUENTA-CAMIONES.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO EXIT-CUENTA-DIA-CAMIONES
           END-READ.
           IF EMPRESA-NES NOT = EMPRESA-EXT OR
              PLANTA-NES  NOT = PLANTA-EXT  OR
              FEC-CAL-NES NOT = DIA-PROC
              GO TO EXIT-CUENTA-DIA-CAMIONES
           END-IF.
           IF MUESTRA-NES NOT > ZEROS
              GO TO LEO-CUENTA-CAMIONES
           END-IF.
           MOVE EMPRESA-NES  TO EMPRESA-CIRCUITO.
           MOVE PLANTA-NES   TO PLANTA-CIRCUITO.
           MOVE CIRCUITO-NES TO CODIGO-CIRCUITO.
           READ AR-CIRCUITO INVALID KEY
                INITIALIZE AR-CIRCUITO-REC
           END-READ.
           IF PMC-W = 1 AND REPRO-CIRCUITO = 1 AND
              SIN-TOLVA-ADIZ = 5
              GO TO LEO-CUENTA-CAMIONES
           END-IF.
           PERFORM LEO-ANALISIS-TRUCK THRU EXIT-LEO-ANALISIS-TRUCK.
           IF I = 0
              GO TO LEO-CUENTA-CAMIONES
           END-IF.
           CALL "SQL-CAM3" USING "L" CLAVE-CAMIONES ETAPAS-NES.
           PERFORM CONTROLA-ETAPA THRU EXIT-CONTROLA-ETAPA.
           IF I = 0
              GO TO LEO-CUENTA-CAMIONES
           END-IF.
           PERFORM CUENTA-TRUCK THRU EXIT-CUENTA-TRUCK.
           GO TO LEO-CUENTA-CAMIONES.
       EXIT-CUENTA-DIA-CAMIONES.
           EXIT.

       CUENTA-DIA-CAMITRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT TO EMPRESA-TRAN.
           MOVE PLANTA-EXT  TO PLANTA-TRAN.
           MOVE DIA-PROC    TO FEC-CAL-TRAN.
           MOVE ZEROS       TO HORA-CAL-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN ALT-CAMITRAN-3
                                                   INVALID KEY
                GO TO EXIT-CUENTA-DIA-CAMITRAN
           END-START.
       LEO-CUENTA-CAMITRAN.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO EXIT-CUENTA-DIA-CAMITRAN
           END-READ.
           IF EMPRESA-TRAN NOT = EMPRESA-EXT OR
              PLANTA-TRAN  NOT = PLANTA-EXT  OR
              FEC-CAL-TRAN NOT = DIA-PROC
              GO TO EXIT-CUENTA-DIA-CAMITRAN
           END-IF.
           IF MUESTRA-TRAN NOT > ZEROS
              GO TO LEO-CUENTA-CAMITRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           PERFORM LEO-ANALISIS-TRUCK THRU EXIT-LEO-ANALISIS-TRUCK.
           IF I = 0
              GO TO LEO-CUENTA-CAMITRAN
           END-IF.
           MOVE ETAPAS-TRAN TO ETAPAS-NES.
           PERFORM CONTROLA-ETAPA THRU EXIT-CONTROLA-ETAPA.
           IF I = 0
              GO TO LEO-CUENTA-CAMITRAN
           END-IF.
           PERFORM CUENTA-TRUCK THRU EXIT-CUENTA-TRUCK.
           GO TO LEO-CUENTA-CAMITRAN.
       EXIT-CUENTA-DIA-CAMITRAN.
           EXIT.

      * Deja I = 1 si el camion en AR-CAMIONES-REC tiene analisis
      * original (igual que PL-157).
       LEO-ANALISIS-TRUCK.
           MOVE ZEROS TO I.
           INITIALIZE AR-ANALISIS1-REC.
           MOVE EMPRESA-NES  TO EMPRESA-ANAL1.
           MOVE PLANTA-NES   TO T1PlaId1.
           MOVE MUESTRA-NES  TO T1Muestra1.
           MOVE PRODUCTO-NES TO T1Prd_Cod1.
           MOVE 1            TO LC06CodSec1.
           MOVE 1            TO T2SubNro1.
           READ AR-ANALISIS1 INVALID KEY
                GO TO EXIT-LEO-ANALISIS-TRUCK
           END-READ.
           MOVE 1 TO I.
       EXIT-LEO-ANALISIS-TRUCK.
           EXIT.

      * Deja I = 1 si la etapa AN3 esta cumplida (igual que PL-157).
       CONTROLA-ETAPA.
           MOVE ZEROS TO I.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 40
                          OR ETAPA-NES(K) = SPACES OR I = 1
              IF ETAPA-NES(K) = "AN3" AND
                 FECHA-ETAPA-NES(K) > ZEROS
                 MOVE 1 TO I
              END-IF
           END-PERFORM.
       EXIT-CONTROLA-ETAPA.
           EXIT.

       CUENTA-TRUCK.
           MOVE PRODUCTO-NES TO PROD-BUS-W.
           PERFORM UBICA-PROD THRU EXIT-UBICA-PROD.
           IF IX-CONS > ZEROS
              ADD 1        TO CAM-CNT-TAB(IX-CONS)
              ADD NETO-NES TO NETO-CNT-TAB(IX-CONS)
           END-IF.
       EXIT-CUENTA-TRUCK.
           EXIT.

      * Busca (o agrega) PROD-BUS-W en TABLA-CONS; IX-CONS en cero
      * si la tabla esta llena.
       UBICA-PROD.
           MOVE ZEROS TO IX-CONS.
           PERFORM VARYING IC-TAB FROM 1 BY 1
                   UNTIL IC-TAB > CANT-CONS
              IF PROD-CONS-TAB(IC-TAB) = PROD-BUS-W
                 MOVE IC-TAB TO IX-CONS
                 MOVE 999 TO IC-TAB
              END-IF
           END-PERFORM.
           IF IX-CONS = ZEROS
              IF CANT-CONS < 50
                 ADD 1 TO CANT-CONS
                 MOVE CANT-CONS  TO IX-CONS
                 MOVE PROD-BUS-W TO PROD-CONS-TAB(IX-CONS)
              ELSE
                 MOVE 1 TO HAY-DESBORDE
              END-IF
           END-IF.
       EXIT-UBICA-PROD.
           EXIT.

       COMPARA-PROD.
           IF CAM-RES-TAB(IX-CONS)  = CAM-CNT-TAB(IX-CONS) AND
              NETO-RES-TAB(IX-CONS) = NETO-CNT-TAB(IX-CONS)
              GO TO EXIT-COMPARA-PROD
           END-IF.
           MOVE SPACES TO CLAVE-DIF-W.
           STRING FECHA-Z                DELIMITED BY SIZE
                  ' PRODUCTO '           DELIMITED BY SIZE
                  PROD-CONS-TAB(IX-CONS) DELIMITED BY SIZE
                  INTO CLAVE-DIF-W
           END-STRING.
           IF CAM-RES-TAB(IX-CONS) NOT = CAM-CNT-TAB(IX-CONS)
              MOVE 'CAMIONES DEL RESUMEN DISTINTOS DEL RECUENTO'
                   TO MOTIVO-DIF-W
              MOVE CAM-RES-TAB(IX-CONS) TO VAL1-DIF-W
              MOVE CAM-CNT-TAB(IX-CONS) TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF NETO-RES-TAB(IX-CONS) NOT = NETO-CNT-TAB(IX-CONS)
              MOVE 'NETO DEL RESUMEN DISTINTO DEL RECUENTO'
                   TO MOTIVO-DIF-W
              MOVE NETO-RES-TAB(IX-CONS) TO VAL1-DIF-W
              MOVE NETO-CNT-TAB(IX-CONS) TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
       EXIT-COMPARA-PROD.
           EXIT.

      *****************************************************************
      * Control 54: analisis adicionales AR-ANADIC cargados en la
      * ventana. Cada muestra tiene que tener su analisis original
      * y su camion (por el interno de AR-ANALISIS), y no puede
      * tener mas de un analisis marcado como firme.
      *****************************************************************
       CONTROL-ANADIC.
           MOVE 54 TO PASO-W.
           MOVE 'CONS-ANADIC' TO NOMBRE-PASO-W.
           MOVE 'CONTRAMUESTRAS Y ARBITRAJES (AR-ANADIC)'
                TO TITULO-PASO-W.
           PERFORM INICIA-CONTROL THRU EXIT-INICIA-CONTROL.
           OPEN INPUT AR-ANADIC AR-ANALISIS AR-ANALISIS1
                      AR-CAMIONES AR-CAMITRAN.
           MOVE ZEROS TO HAY-GRUPO-W CANT-FIRME-W.
           INITIALIZE AR-ANADIC-REC.
           MOVE PLANTA-EXT TO PLANTA-ANADIC.
           START AR-ANADIC KEY NOT LESS THAN CLAVE-ANADIC
                                                   INVALID KEY
                GO TO FIN-CONTROL-ANADIC
           END-START.
       LEO-CONTROL-ANADIC.
           READ AR-ANADIC NEXT RECORD AT END
                GO TO FIN-CONTROL-ANADIC
           END-READ.
           IF PLANTA-ANADIC NOT = PLANTA-EXT
              GO TO FIN-CONTROL-ANADIC
           END-IF.
           IF EMPRESA-ANADIC NOT = EMPRESA-EXT OR
              FECHA-ANADIC < DESDE-W OR FECHA-ANADIC > FECHA-PROC
              GO TO LEO-CONTROL-ANADIC
           END-IF.
           IF HAY-GRUPO-W = 1 AND
              (MUESTRA-ANADIC  NOT = MUESTRA-ANT-W OR
               PRODUCTO-ANADIC NOT = PRODUCTO-ANT-W)
              PERFORM CIERRA-MUESTRA THRU EXIT-CIERRA-MUESTRA
           END-IF.
           IF HAY-GRUPO-W = 0
              MOVE 1               TO HAY-GRUPO-W
              MOVE ZEROS           TO CANT-FIRME-W
              MOVE MUESTRA-ANADIC  TO MUESTRA-ANT-W
              MOVE PRODUCTO-ANADIC TO PRODUCTO-ANT-W
           END-IF.
           IF FIRME-ANADIC = 1
              ADD 1 TO CANT-FIRME-W
           END-IF.
           GO TO LEO-CONTROL-ANADIC.
       FIN-CONTROL-ANADIC.
           IF HAY-GRUPO-W = 1
              PERFORM CIERRA-MUESTRA THRU EXIT-CIERRA-MUESTRA
           END-IF.
           CLOSE AR-ANADIC AR-ANALISIS AR-ANALISIS1
                 AR-CAMIONES AR-CAMITRAN.
           PERFORM TERMINA-CONTROL THRU EXIT-TERMINA-CONTROL.
       EXIT-CONTROL-ANADIC.
           EXIT.

      * Controles de una muestra de AR-ANADIC (todos sus
      * subnumeros ya leidos).
       CIERRA-MUESTRA.
           MOVE ZEROS TO HAY-GRUPO-W.
           ADD 1 TO REVISADOS-W.
           MOVE SPACES TO CLAVE-DIF-W.
           STRING 'MUESTRA '      DELIMITED BY SIZE
                  MUESTRA-ANT-W   DELIMITED BY SIZE
                  ' PROD '        DELIMITED BY SIZE
                  PRODUCTO-ANT-W  DELIMITED BY SIZE
                  INTO CLAVE-DIF-W
           END-STRING.
           IF CANT-FIRME-W > 1
              MOVE 'MAS DE UN ANALISIS MARCADO COMO FIRME'
                   TO MOTIVO-DIF-W
              MOVE CANT-FIRME-W TO VAL1-DIF-W
              MOVE 1            TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.

           INITIALIZE AR-ANALISIS1-REC.
           MOVE PLANTA-EXT     TO T1PlaId1.
           MOVE MUESTRA-ANT-W  TO T1Muestra1.
           MOVE PRODUCTO-ANT-W TO T1Prd_Cod1.
           MOVE 1              TO LC06CodSec1.
           MOVE 1              TO T2SubNro1.
           READ AR-ANALISIS1 INVALID KEY
                MOVE 'MUESTRA SIN ANALISIS ORIGINAL' TO MOTIVO-DIF-W
                PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-READ.

           MOVE ZEROS TO HAY-CAMION-W.
           INITIALIZE AR-ANALISIS-REC.
           MOVE PLANTA-EXT     TO T1PlaId.
           MOVE MUESTRA-ANT-W  TO T1Muestra.
           MOVE PRODUCTO-ANT-W TO T1Prd_Cod.
           READ AR-ANALISIS INVALID KEY
                INITIALIZE AR-ANALISIS-REC
           END-READ.
           IF INTERNO-ANAL > ZEROS
              PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION
           END-IF.
           IF NOT EXISTE-CAMION
              MOVE 'MUESTRA SIN CAMION' TO MOTIVO-DIF-W
              MOVE INTERNO-ANAL TO VAL1-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
       EXIT-CIERRA-MUESTRA.
           EXIT.

      * Camion de la muestra por interno y muestra, en AR-CAMIONES
      * y si no en AR-CAMITRAN.
       BUSCA-CAMION.
           MOVE LOW-VALUES    TO CLAVE-CAMIONES.
           MOVE INTERNO-ANAL  TO INTERNO-NES.
           MOVE MUESTRA-ANT-W TO MUESTRA-NES.
           START AR-CAMIONES KEY NOT LESS THAN CLAVE-CAMIONES
                                                   INVALID KEY
                GO TO BUSCA-CAMION-TRAN
           END-START.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO BUSCA-CAMION-TRAN
           END-READ.
           IF INTERNO-NES = INTERNO-ANAL AND
              MUESTRA-NES = MUESTRA-ANT-W
              MOVE 1 TO HAY-CAMION-W
              GO TO EXIT-BUSCA-CAMION
           END-IF.
       BUSCA-CAMION-TRAN.
           MOVE LOW-VALUES    TO CLAVE-CAMITRAN.
           MOVE INTERNO-ANAL  TO INTERNO-TRAN.
           MOVE MUESTRA-ANT-W TO MUESTRA-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN CLAVE-CAMITRAN
                                                   INVALID KEY
                GO TO EXIT-BUSCA-CAMION
           END-START.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO EXIT-BUSCA-CAMION
           END-READ.
           IF INTERNO-TRAN = INTERNO-ANAL AND
              MUESTRA-TRAN = MUESTRA-ANT-W
              MOVE 1 TO HAY-CAMION-W
           END-IF.
       EXIT-BUSCA-CAMION.
           EXIT.

      *****************************************************************
      * Control 55: historico de promedios AR-PROMHIST. PL-153 graba
      * un registro por producto y dia; si el registro del dia tiene
      * mas camiones o mas kilos que el resumen diario de ese dia es
      * porque cubrio un periodo mas largo y se superpone con los
      * dias siguientes.
      *****************************************************************
       CONTROL-PROMHIST.
           MOVE 55 TO PASO-W.
           MOVE 'CONS-PROMHIS' TO NOMBRE-PASO-W.
           MOVE 'HISTORICO DE PROMEDIOS (AR-PROMHIST)'
                TO TITULO-PASO-W.
           PERFORM INICIA-CONTROL THRU EXIT-INICIA-CONTROL.
           OPEN INPUT AR-PROMHIST AR-RESUDIA.
           INITIALIZE AR-PROMHIST-REC.
           MOVE EMPRESA-EXT TO EMPRESA-PROMHIST.
           MOVE PLANTA-EXT  TO PLANTA-PROMHIST.
           START AR-PROMHIST KEY NOT LESS THAN CLAVE-PROMHIST
                                                   INVALID KEY
                GO TO FIN-CONTROL-PROMHIST
           END-START.
       LEO-CONTROL-PROMHIST.
           READ AR-PROMHIST NEXT RECORD AT END
                GO TO FIN-CONTROL-PROMHIST
           END-READ.
           IF EMPRESA-PROMHIST NOT = EMPRESA-EXT OR
              PLANTA-PROMHIST  NOT = PLANTA-EXT
              GO TO FIN-CONTROL-PROMHIST
           END-IF.
           IF FECHA-PROMHIST < DESDE-W OR FECHA-PROMHIST > FECHA-PROC
              GO TO LEO-CONTROL-PROMHIST
           END-IF.
           ADD 1 TO REVISADOS-W.
           PERFORM SUMA-RESUDIA-DIA THRU EXIT-SUMA-RESUDIA-DIA.
           MOVE FECHA-PROMHIST TO FECHA-CONV-W.
           PERFORM CONVIERTE-FECHA THRU EXIT-CONVIERTE-FECHA.
           MOVE SPACES TO CLAVE-DIF-W.
           STRING FECHA-Z           DELIMITED BY SIZE
                  ' PRODUCTO '      DELIMITED BY SIZE
                  PRODUCTO-PROMHIST DELIMITED BY SIZE
                  INTO CLAVE-DIF-W
           END-STRING.
           IF CAMIONES-PROMHIST > CAM-DIA-W
              MOVE 'PERIODO SUPERPUESTO: MAS CAMIONES QUE EL DIA'
                   TO MOTIVO-DIF-W
              MOVE CAMIONES-PROMHIST TO VAL1-DIF-W
              MOVE CAM-DIA-W         TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           IF NETO-ACUM-PROMHIST > NETO-DIA-W
              MOVE 'PERIODO SUPERPUESTO: MAS KILOS QUE EL DIA'
                   TO MOTIVO-DIF-W
              MOVE NETO-ACUM-PROMHIST TO VAL1-DIF-W
              MOVE NETO-DIA-W         TO VAL2-DIF-W
              PERFORM ANOTA-DIF THRU EXIT-ANOTA-DIF
           END-IF.
           GO TO LEO-CONTROL-PROMHIST.
       FIN-CONTROL-PROMHIST.
           CLOSE AR-PROMHIST AR-RESUDIA.
           PERFORM TERMINA-CONTROL THRU EXIT-TERMINA-CONTROL.
       EXIT-CONTROL-PROMHIST.
           EXIT.

      * Camiones y neto del resumen diario (todos los acopiadores)
      * para el dia y producto del registro de AR-PROMHIST.
       SUMA-RESUDIA-DIA.
           MOVE ZEROS TO CAM-DIA-W NETO-DIA-W.
           INITIALIZE AR-RESUDIA-REC.
           MOVE EMPRESA-EXT       TO EMPRESA-RESUDIA.
           MOVE PLANTA-EXT        TO PLANTA-RESUDIA.
           MOVE FECHA-PROMHIST    TO FECHA-RESUDIA.
           MOVE PRODUCTO-PROMHIST TO PRODUCTO-RESUDIA.
           START AR-RESUDIA KEY NOT LESS THAN CLAVE-RESUDIA
                                                   INVALID KEY
                GO TO EXIT-SUMA-RESUDIA-DIA
           END-START.
       LEO-SUMA-RESUDIA-DIA.
           READ AR-RESUDIA NEXT RECORD AT END
                GO TO EXIT-SUMA-RESUDIA-DIA
           END-READ.
           IF EMPRESA-RESUDIA  NOT = EMPRESA-EXT    OR
              PLANTA-RESUDIA   NOT = PLANTA-EXT     OR
              FECHA-RESUDIA    NOT = FECHA-PROMHIST OR
              PRODUCTO-RESUDIA NOT = PRODUCTO-PROMHIST
              GO TO EXIT-SUMA-RESUDIA-DIA
           END-IF.
           ADD CAMIONES-RESUDIA TO CAM-DIA-W.
           ADD NETO-RESUDIA     TO NETO-DIA-W.
           GO TO LEO-SUMA-RESUDIA-DIA.
       EXIT-SUMA-RESUDIA-DIA.
           EXIT.
