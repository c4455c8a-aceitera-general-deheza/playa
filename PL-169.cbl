      *          avisos van al archivo PL169BAT.LOG de la carpeta de
      *          salida de la planta. El parte unico del operador se
      *          imprime a la maniana con PL-170.
      * 108086 - Playa - Paso 4: importacion del archivo del romaneo
      *          (PL-184, fecha por PL184PAR). Se controla contando en
      *          AR-PESORI las filas aplicadas para la fecha de
      *          proceso; el detalle y los rechazos quedan en
      *          PL184BAT.LOG y en el spool de la carpeta de planta.
      * 108089 - Playa - Paso 5: verificador de consistencia de los
      *          archivos derivados (PL-188, fecha por PL188PAR). Cada
      *          control deja su registro en AR-CADENA (pasos 51 a
      *          55); el paso 5 suma sus diferencias y queda DF si hay
      *          alguna. AR-CADENA se cierra mientras corre PL-188.
       PROGRAM-ID. PL-169.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "RESUDIA.SEL".
       COPY "LOG153.SEL".
       COPY "PLANTA3.SEL".
108086 COPY "PESORI.SEL".

           SELECT OPTIONAL AR-PARAM ASSIGN TO "PL169PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-P154.

108086     SELECT OPTIONAL AR-P184 ASSIGN TO "PL184PAR"
108086            ORGANIZATION IS LINE SEQUENTIAL
108086            FILE STATUS IS FS-P184.

108089     SELECT OPTIONAL AR-P188 ASSIGN TO "PL188PAR"
108089            ORGANIZATION IS LINE SEQUENTIAL
108089            FILE STATUS IS FS-P188.

           SELECT OPTIONAL AR-LOGBAT ASSIGN TO ARCHIVO-LOGBAT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGBAT.
       COPY "RESUDIA.CPY".
       COPY "LOG153.CPY".
       COPY "PLANTA3.CPY".
108086 COPY "PESORI.CPY".

       FD  AR-PARAM LABEL RECORD OMITTED.
       01  AR-PARAM-REC             PIC X(80).
       FD  AR-P154 LABEL RECORD OMITTED.
       01  AR-P154-REC              PIC X(80).

108086 FD  AR-P184 LABEL RECORD OMITTED.
108086 01  AR-P184-REC              PIC X(80).

108089 FD  AR-P188 LABEL RECORD OMITTED.
108089 01  AR-P188-REC              PIC X(80).

       FD  AR-LOGBAT LABEL RECORD OMITTED.
       01  AR-LOGBAT-REC            PIC X(200).

       01  FS-PARAM             PIC XX.
       01  FS-P157              PIC XX.
       01  FS-P154              PIC XX.
108086 01  FS-P184              PIC XX.
108089 01  FS-P188              PIC XX.
       01  FS-LOGBAT            PIC XX.
       01  ARCHIVO-LOGBAT-W     PIC X(128).
       01  CARPETA-BAT-W        PIC X(80).
       77  RESULT-PASO-W        PIC X(2) VALUE SPACES.
       01  DETALLE-PASO-W       PIC X(40) VALUE SPACES.
       77  REG-RESUDIA-W        PIC 9(8) VALUE ZEROS.
108086 77  REG-PESORI-W         PIC 9(8) VALUE ZEROS.
108089 77  DIF-CONS-W           PIC 9(8) VALUE ZEROS.
108089 77  CONT-CONS-W          PIC 9(2) VALUE ZEROS.
       77  LOG-ANTES-W          PIC 9(8) VALUE ZEROS.
       77  LOG-DESPUES-W        PIC 9(8) VALUE ZEROS.
       77  CONT-LOG-W           PIC 9(8) VALUE ZEROS.
           MOVE 'VER PL154BAT.LOG' TO DETALLE-PASO-W.
           PERFORM CIERRA-PASO THRU EXIT-CIERRA-PASO.

108086* Paso 4: importacion del archivo diario del romaneo (PL-184).
108086     MOVE 04 TO PASO-W.
108086     MOVE 'ROMANEO' TO NOMBRE-PASO-W.
108086     PERFORM ABRE-PASO THRU EXIT-ABRE-PASO.
108086     MOVE SPACES TO LINEA-PARAM-W.
108086     MOVE 'D' TO TIPO-FECHA-PAR.
108086     MOVE FECHA-DMA-W TO FECHA-PROC-PAR.
108086     OPEN OUTPUT AR-P184.
108086     WRITE AR-P184-REC FROM LINEA-PARAM-W.
108086     CLOSE AR-P184.
108086     CALL 'PL-184'.
108086     CANCEL 'PL-184'.
108086     PERFORM CUENTA-PESORI THRU EXIT-CUENTA-PESORI.
108086     MOVE REG-PESORI-W TO REG-PASO-W.
108086     IF REG-PESORI-W > ZEROS
108086        MOVE 'OK' TO RESULT-PASO-W
108086        MOVE 'RECHAZOS EN PL184BAT.LOG' TO DETALLE-PASO-W
108086     ELSE
108086        MOVE 'ER' TO RESULT-PASO-W
108086        MOVE 'SIN FILAS DEL ROMANEO APLICADAS' TO DETALLE-PASO-W
108086     END-IF.
108086     PERFORM CIERRA-PASO THRU EXIT-CIERRA-PASO.

108089* Paso 5: verificador de consistencia (PL-188). PL-188 graba
108089* sus propios registros en AR-CADENA, asi que se cierra el
108089* archivo mientras corre y se vuelve a abrir para sumar.
108089     MOVE 05 TO PASO-W.
108089     MOVE 'CONSISTENCIA' TO NOMBRE-PASO-W.
108089     PERFORM ABRE-PASO THRU EXIT-ABRE-PASO.
108089     MOVE SPACES TO LINEA-PARAM-W.
108089     MOVE 'D' TO TIPO-FECHA-PAR.
108089     MOVE FECHA-DMA-W TO FECHA-PROC-PAR.
108089     OPEN OUTPUT AR-P188.
108089     WRITE AR-P188-REC FROM LINEA-PARAM-W.
108089     CLOSE AR-P188.
108089     CLOSE AR-CADENA.
108089     CALL 'PL-188'.
108089     CANCEL 'PL-188'.
108089     OPEN I-O AR-CADENA.
108089     PERFORM SUMA-CONSISTENCIA THRU EXIT-SUMA-CONSISTENCIA.
108089     MOVE DIF-CONS-W TO REG-PASO-W.
108089     IF CONT-CONS-W < 5
108089        MOVE 'ER' TO RESULT-PASO-W
108089        MOVE 'PL-188 NO GRABO TODOS LOS CONTROLES'
108089             TO DETALLE-PASO-W
108089     ELSE
108089        IF DIF-CONS-W = ZEROS
108089           MOVE 'OK' TO RESULT-PASO-W
108089           MOVE SPACES TO DETALLE-PASO-W
108089        ELSE
108089           MOVE 'DF' TO RESULT-PASO-W
108089           MOVE 'DIFERENCIAS EN PL188BAT.LOG Y LISTADO'
108089                TO DETALLE-PASO-W
108089        END-IF
108089     END-IF.
108089     PERFORM CIERRA-PASO THRU EXIT-CIERRA-PASO.

           CLOSE AR-CADENA.

       FIN-CADENA.
           CLOSE AR-LOG153.
       EXIT-CUENTA-LOG153.
           EXIT.

108086* Cuenta las filas del romaneo aplicadas en AR-PESORI para la
108086* fecha de proceso; cero significa que no llego el archivo o
108086* que ninguna fila encontro su camion.
108086 CUENTA-PESORI.
108086     MOVE ZEROS TO REG-PESORI-W.
108086     OPEN INPUT AR-PESORI.
108086     INITIALIZE AR-PESORI-REC.
108086     MOVE EMPRESA-EXT TO EMPRESA-PORI.
108086     MOVE PLANTA-EXT  TO PLANTA-PORI.
108086     MOVE FECHA-PROC  TO FECIMP-PORI.
108086     START AR-PESORI KEY NOT LESS THAN ALT-PESORI-IMP
108086                                             INVALID KEY
108086          GO TO FIN-CUENTA-PESORI
108086     END-START.
108086 LEO-CUENTA-PESORI.
108086     READ AR-PESORI NEXT RECORD AT END
108086          GO TO FIN-CUENTA-PESORI
108086     END-READ.
108086     IF EMPRESA-PORI NOT = EMPRESA-EXT OR
108086        PLANTA-PORI  NOT = PLANTA-EXT  OR
108086        FECIMP-PORI  NOT = FECHA-PROC
108086        GO TO FIN-CUENTA-PESORI
108086     END-IF.
108086     ADD 1 TO REG-PESORI-W.
108086     GO TO LEO-CUENTA-PESORI.
108086 FIN-CUENTA-PESORI.
108086     CLOSE AR-PESORI.
108086 EXIT-CUENTA-PESORI.
108086     EXIT.

108089* Suma las diferencias de los controles de PL-188 (pasos 51 a
108089* 55) grabados para la fecha de proceso.
108089 SUMA-CONSISTENCIA.
108089     MOVE ZEROS TO DIF-CONS-W CONT-CONS-W.
108089     INITIALIZE AR-CADENA-REC.
108089     MOVE EMPRESA-EXT TO EMPRESA-CADENA.
108089     MOVE PLANTA-EXT  TO PLANTA-CADENA.
108089     MOVE FECHA-PROC  TO FECHA-CADENA.
108089     MOVE 51          TO PASO-CADENA.
108089     START AR-CADENA KEY NOT LESS THAN CLAVE-CADENA
108089                                             INVALID KEY
108089          GO TO EXIT-SUMA-CONSISTENCIA
108089     END-START.
108089 LEO-SUMA-CONSISTENCIA.
108089     READ AR-CADENA NEXT RECORD AT END
108089          GO TO EXIT-SUMA-CONSISTENCIA
108089     END-READ.
108089     IF EMPRESA-CADENA NOT = EMPRESA-EXT OR
108089        PLANTA-CADENA  NOT = PLANTA-EXT  OR
108089        FECHA-CADENA   NOT = FECHA-PROC  OR
108089        PASO-CADENA    > 55
108089        GO TO EXIT-SUMA-CONSISTENCIA
108089     END-IF.
108089     ADD 1 TO CONT-CONS-W.
108089     ADD REGISTROS-CADENA TO DIF-CONS-W.
108089     GO TO LEO-SUMA-CONSISTENCIA.
108089 EXIT-SUMA-CONSISTENCIA.
108089     EXIT.
