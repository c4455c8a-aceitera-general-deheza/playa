       IDENTIFICATION DIVISION.
      * 108086 - Playa - Programa nuevo: importacion del archivo
      *          diario del romaneo. Para la fecha de proceso (archivo
      *          PL184PAR: 'A' = ayer o fecha DDMMAAAA; sin archivo
      *          se procesa ayer) lee ROMaaaammdd.TXT de la carpeta de
      *          la planta y ubica cada fila en AR-CAMIONES o
      *          AR-CAMITRAN por interno (y muestra), o por muestra o
      *          carta de porte entre los camiones calados la semana
      *          anterior a la fecha. Completa la patente y el
      *          transportista (por CUIT contra AR-TRANSPOR) y graba
      *          el bruto/tara/neto declarado en origen en AR-PESORI.
      *          Rechaza la fila sin camion, con CUIT no empadronado
      *          o con patente distinta de la ya cargada, y las lista
      *          en un spool R*.spl de la carpeta de la planta.
      *          Corre sin pantalla, como paso de la cadena nocturna
      *          PL-169; los avisos van a PL184BAT.LOG.
      * 108087 - Playa - Los cambios de patente/transportista del camion
      *          quedan en la bitacora de cambios AR-BITACORA con la
      *          imagen anterior y posterior de esos dos campos.
       PROGRAM-ID. PL-184.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "TRANSPOR.SEL".
       COPY "PESORI.SEL".
108087 COPY "BITACORA.SEL".
       COPY "PLANTA3.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-PARAM ASSIGN TO "PL184PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-PARAM.

           SELECT OPTIONAL AR-ROMANEO ASSIGN TO ARCHIVO-ROM-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ROM.

           SELECT OPTIONAL AR-LOGBAT ASSIGN TO ARCHIVO-LOGBAT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGBAT.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "TRANSPOR.CPY".
       COPY "PESORI.CPY".
108087 COPY "BITACORA.CPY".
       COPY "PLANTA3.CPY".
       COPY "LISTADO.CPY".

       FD  AR-PARAM LABEL RECORD OMITTED.
       01  AR-PARAM-REC             PIC X(80).

      * Fila del archivo del romaneo, en columnas fijas. Interno,
      * muestra o carta de porte en cero cuando el romaneo no los
      * tiene; los pesos en kilos.
       FD  AR-ROMANEO LABEL RECORD OMITTED.
       01  AR-ROMANEO-REC.
           02 INTERNO-ROM           PIC 9(6).
           02 MUESTRA-ROM           PIC 9(12).
           02 PORTE-ROM             PIC 9(13).
           02 PATENTE-ROM           PIC X(10).
           02 CUIT-ROM              PIC 9(13).
           02 BRUTO-ROM             PIC 9(9).
           02 TARA-ROM              PIC 9(9).
           02 NETO-ROM              PIC 9(9).
           02 FILLER                PIC X(39).

       FD  AR-LOGBAT LABEL RECORD OMITTED.
       01  AR-LOGBAT-REC            PIC X(200).

       WORKING-STORAGE SECTION.

       01  AREA-CALL.
           02 TRANS-1900               PIC 9(12) VALUE ZEROS.
           02 TRANS-1901               PIC 9(12) VALUE ZEROS.
           02 FER                      PIC 9     VALUE ZEROS.
           02 SEM                      PIC X(3)  VALUE SPACES.

            COPY "crtvars.def".
            COPY "winprint.def".
            COPY "Acucobol.def".
            COPY "COPY.CPY".

       01  FS-PARAM             PIC XX.
       01  FS-ROM               PIC XX.
       01  FS-LOGBAT            PIC XX.
       01  ARCHIVO-LOGBAT-W     PIC X(128).
       01  ARCHIVO-ROM-W        PIC X(128).
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
       01  DESDE-PORTE-W        PIC 9(8) VALUE ZEROS.
       01  DESDE-PORTE-R REDEFINES DESDE-PORTE-W.
           02 AA-DPO            PIC 9(4).
           02 MM-DPO            PIC 99.
           02 DD-DPO            PIC 99.
       01  HORA-D               PIC 9(8).
       01  AMD-W                PIC 9(8) VALUE ZEROS.

       01  TABLA-TRANSP.
           02 OCURR-TRANSP OCCURS 999 TIMES.
              03 CUIT-TRA-TAB    PIC 9(13).
              03 COD-TRA-TAB     PIC 9(5).
       01  CANT-TRANSP           PIC 9(4) VALUE ZEROS.
       77  IT-TRA                PIC 9(4) VALUE ZEROS.

       77  TRANSP-W             PIC 9(5) VALUE ZEROS.
       77  HAY-CAMION-W         PIC 9 VALUE ZEROS.
           88 EXISTE-CAMION     VALUE 1.
       77  ORIGEN-W             PIC X VALUE SPACES.
           88 CAMION-EN-CAMIONES VALUE 'C'.
           88 CAMION-EN-CAMITRAN VALUE 'T'.
       77  FILA-W               PIC 9(6) VALUE ZEROS.
       77  LEIDOS-W             PIC 9(6) VALUE ZEROS.
       77  APLICADOS-W          PIC 9(6) VALUE ZEROS.
       77  RECHAZOS-W           PIC 9(6) VALUE ZEROS.
       01  MOTIVO-W             PIC X(50) VALUE SPACES.

108087      COPY "BITACORA.WRK".

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
              'RECHAZOS DE LA IMPORTACION DEL ROMANEO'.
           02 FILLER PIC X(8) VALUE ' del '.
           02 Z-DD-P            PIC 9(2)/.
           02 Z-MM-P            PIC 9(2)/.
           02 Z-AA-P            PIC 9(4).

       01 Z-LINEA-03.
          02 FILLER PIC X(8)  VALUE '  Fila'.
          02 FILLER PIC X(8)  VALUE 'Interno'.
          02 FILLER PIC X(14) VALUE 'Muestra'.
          02 FILLER PIC X(15) VALUE 'Carta porte'.
          02 FILLER PIC X(12) VALUE 'Patente'.
          02 FILLER PIC X(15) VALUE 'CUIT transp.'.
          02 FILLER PIC X(11) VALUE ' Neto orig.'.
          02 FILLER PIC X(50) VALUE ' Motivo'.

       01 Z-LINEA-04.
          02 Z-FILA-ROM         PIC ZZZZZ9BB.
          02 Z-INTERNO-ROM      PIC ZZZZZ9BB.
          02 Z-MUESTRA-ROM      PIC Z(11)9BB.
          02 Z-PORTE-ROM        PIC Z(12)9BB.
          02 Z-PATENTE-ROM      PIC X(10)BB.
          02 Z-CUIT-ROM         PIC Z(12)9BB.
          02 Z-NETO-ROM         PIC ZZZ.ZZZ.ZZ9B.
          02 Z-MOTIVO-ROM       PIC X(50).

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(30).
          02 Z-CANT             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

108087     MOVE 'PL-184' TO PROGRAMA-BIT-W.
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

           MOVE CARPETA-SALIDA-PLANTA3 TO CARPETA-BAT-W.
           INSPECT CARPETA-BAT-W
                   REPLACING TRAILING SPACES BY LOW-VALUE.
           MOVE SPACES TO ARCHIVO-LOGBAT-W.
           STRING CARPETA-BAT-W DELIMITED BY LOW-VALUE
                  'PL184BAT.LOG' DELIMITED BY SIZE
                  INTO ARCHIVO-LOGBAT-W
           END-STRING.
           OPEN EXTEND AR-LOGBAT.
           MOVE 'INICIO IMPORTACION DEL ROMANEO' TO LINEA-LOGBAT-W.
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
              GO TO FIN-IMPORTACION
           END-IF.

      * La busqueda por muestra o carta de porte mira los camiones
      * calados desde siete dias antes de la fecha de proceso.
           CALL 'DMAD' USING DMA-CPY TRANS-1900 TRANS-1901.
           SUBTRACT 7 FROM TRANS-1900.
           CALL 'DDMA' USING TRANS-1900 DMA-CPY SEM FER.
           MOVE AA-CPY TO AA-DPO.
           MOVE MM-CPY TO MM-DPO.
           MOVE DD-CPY TO DD-DPO.

           MOVE SPACES TO ARCHIVO-ROM-W.
           STRING CARPETA-BAT-W DELIMITED BY LOW-VALUE
                  'ROM'         DELIMITED BY SIZE
                  FECHA-PROC    DELIMITED BY SIZE
                  '.TXT'        DELIMITED BY SIZE
                  INTO ARCHIVO-ROM-W
           END-STRING.
           OPEN INPUT AR-ROMANEO.
           IF FS-ROM NOT = '00'
              MOVE SPACES TO LINEA-LOGBAT-W
              STRING 'NO ESTA EL ARCHIVO DEL ROMANEO ' DELIMITED BY SIZE
                     ARCHIVO-ROM-W DELIMITED BY SPACE
                     INTO LINEA-LOGBAT-W
              END-STRING
              PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT
              CLOSE AR-ROMANEO
              GO TO FIN-IMPORTACION
           END-IF.

           MOVE SPACES TO ARCHIVO-BAT-SPL-W.
           ACCEPT HORAF-SPL FROM TIME.
           STRING CARPETA-BAT-W DELIMITED BY LOW-VALUE
                  'R' HORAF-SPL(2:) '.spl' DELIMITED BY SIZE
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

           OPEN I-O AR-CAMIONES AR-CAMITRAN AR-PESORI.
           OPEN INPUT AR-TRANSPOR.
           PERFORM CARGA-TRANSP THRU EXIT-CARGA-TRANSP.
           MOVE ZEROS TO FILA-W LEIDOS-W APLICADOS-W RECHAZOS-W.

       LEO-ROMANEO.
           READ AR-ROMANEO AT END
                GO TO FIN-ROMANEO
           END-READ.
           ADD 1 TO FILA-W.
           IF AR-ROMANEO-REC = SPACES
              GO TO LEO-ROMANEO
           END-IF.
           ADD 1 TO LEIDOS-W.
           PERFORM PROCESA-FILA THRU EXIT-PROCESA-FILA.
           GO TO LEO-ROMANEO.

       FIN-ROMANEO.
           CLOSE AR-ROMANEO AR-CAMIONES AR-CAMITRAN AR-PESORI
                 AR-TRANSPOR.

           PERFORM 1.
           MOVE SPACES TO Z-LEYE.
           MOVE 'FILAS LEIDAS' TO Z-LEYE.
           MOVE LEIDOS-W TO Z-CANT.
           WRITE LINEA FROM Z-LINEA-05 AFTER 3.
           MOVE 'FILAS APLICADAS' TO Z-LEYE.
           MOVE APLICADOS-W TO Z-CANT.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           MOVE 'FILAS RECHAZADAS' TO Z-LEYE.
           MOVE RECHAZOS-W TO Z-CANT.
           WRITE LINEA FROM Z-LINEA-05 AFTER 1.
           MOVE SPACES TO LINEA.
           WRITE LINEA AFTER PAGE.
           CLOSE LISTADO.
           SET ENVIRONMENT "WIN_SPOOLER_PORT" TO SPACES.

           MOVE SPACES TO LINEA-LOGBAT-W.
           STRING 'LEIDAS '       DELIMITED BY SIZE
                  LEIDOS-W        DELIMITED BY SIZE
                  ' APLICADAS '   DELIMITED BY SIZE
                  APLICADOS-W     DELIMITED BY SIZE
                  ' RECHAZADAS '  DELIMITED BY SIZE
                  RECHAZOS-W      DELIMITED BY SIZE
                  ' LISTADO '     DELIMITED BY SIZE
                  ARCHIVO-BAT-SPL-W DELIMITED BY SPACE
                  INTO LINEA-LOGBAT-W
           END-STRING.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

       FIN-IMPORTACION.
           MOVE 'FIN IMPORTACION DEL ROMANEO' TO LINEA-LOGBAT-W.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.
           CLOSE AR-LOGBAT.

           PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                IF PGM-EXT(IP) = 'PL-184'
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

      * Padron de transportistas en memoria para resolver el CUIT
      * que trae el romaneo.
       CARGA-TRANSP.
           MOVE ZEROS TO CANT-TRANSP.
           INITIALIZE TABLA-TRANSP.
           MOVE LOW-VALUES TO CODIGO-TRANSP.
           START AR-TRANSPOR KEY NOT < CODIGO-TRANSP INVALID KEY
               GO TO EXIT-CARGA-TRANSP
           END-START.
       LEO-CARGA-TRANSP.
           READ AR-TRANSPOR NEXT RECORD AT END
               GO TO EXIT-CARGA-TRANSP
           END-READ.
           IF ACTIVO-TRANSP = 1 AND CUIT-TRANSP > ZEROS
              IF CANT-TRANSP < 999
                 ADD 1 TO CANT-TRANSP
                 MOVE CUIT-TRANSP   TO CUIT-TRA-TAB(CANT-TRANSP)
                 MOVE CODIGO-TRANSP TO COD-TRA-TAB(CANT-TRANSP)
              END-IF
           END-IF.
           GO TO LEO-CARGA-TRANSP.
       EXIT-CARGA-TRANSP.
           EXIT.

      * Aplica una fila del romaneo; si no se puede, la deja en el
      * listado de rechazos con el motivo.
       PROCESA-FILA.
           MOVE SPACES TO MOTIVO-W.
           IF INTERNO-ROM NOT NUMERIC OR MUESTRA-ROM NOT NUMERIC OR
              PORTE-ROM   NOT NUMERIC OR CUIT-ROM    NOT NUMERIC OR
              BRUTO-ROM   NOT NUMERIC OR TARA-ROM    NOT NUMERIC OR
              NETO-ROM    NOT NUMERIC
              MOVE 'FILA CON FORMATO INCORRECTO' TO MOTIVO-W
              GO TO RECHAZA-FILA
           END-IF.
           PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION.
           IF NOT EXISTE-CAMION
              MOVE 'NO SE ENCONTRO EL CAMION' TO MOTIVO-W
              GO TO RECHAZA-FILA
           END-IF.
           IF CAMION-EN-CAMITRAN
              MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC
           END-IF.
           MOVE TRANSPORT-NES TO TRANSP-W.
           IF CUIT-ROM > ZEROS
              MOVE ZEROS TO TRANSP-W
              PERFORM VARYING IT-TRA FROM 1 BY 1
                      UNTIL IT-TRA > CANT-TRANSP
                 IF CUIT-TRA-TAB(IT-TRA) = CUIT-ROM
                    MOVE COD-TRA-TAB(IT-TRA) TO TRANSP-W
                    MOVE 9999 TO IT-TRA
                 END-IF
              END-PERFORM
              IF TRANSP-W = ZEROS
                 MOVE 'CUIT DE TRANSPORTISTA NO EMPADRONADO'
                      TO MOTIVO-W
                 GO TO RECHAZA-FILA
              END-IF
           END-IF.
           IF PATENTE-NES > SPACES AND PATENTE-ROM > SPACES AND
              PATENTE-NES NOT = PATENTE-ROM
              STRING 'PATENTE DISTINTA DE LA CARGADA ' DELIMITED BY SIZE
                     PATENTE-NES DELIMITED BY SIZE
                     INTO MOTIVO-W
              END-STRING
              GO TO RECHAZA-FILA
           END-IF.

108087* En la bitacora van solo los campos de flete del camion:
108087* patente (10) y transportista (5).
108087     MOVE SPACES        TO ANTES-BIT-W DESPUES-BIT-W.
108087     MOVE PATENTE-NES   TO ANTES-BIT-W(1:10).
108087     MOVE TRANSPORT-NES TO ANTES-BIT-W(11:5).
108087     MOVE 'M'           TO OPERA-BIT-W.
108087     MOVE 15            TO LARGO-BIT-W.
           IF CAMION-EN-CAMIONES
              IF PATENTE-ROM > SPACES
                 MOVE PATENTE-ROM TO PATENTE-NES
              END-IF
              MOVE TRANSP-W TO TRANSPORT-NES
              REWRITE AR-CAMIONES-REC INVALID KEY
                   MOVE 'NO SE PUDO GRABAR EL CAMION' TO MOTIVO-W
                   GO TO RECHAZA-FILA
              END-REWRITE
108087        MOVE 'AR-CAMIONES'  TO ARCHIVO-BIT-W
108087        MOVE CLAVE-CAMIONES TO CLAVE-BIT-W
108087        MOVE PATENTE-NES    TO DESPUES-BIT-W(1:10)
108087        MOVE TRANSPORT-NES  TO DESPUES-BIT-W(11:5)
           ELSE
              IF PATENTE-ROM > SPACES
                 MOVE PATENTE-ROM TO PATENTE-TRAN
              END-IF
              MOVE TRANSP-W TO TRANSPORT-TRAN
              REWRITE AR-CAMITRAN-REC INVALID KEY
                   MOVE 'NO SE PUDO GRABAR EL CAMION' TO MOTIVO-W
                   GO TO RECHAZA-FILA
              END-REWRITE
108087        MOVE 'AR-CAMITRAN'  TO ARCHIVO-BIT-W
108087        MOVE CLAVE-CAMITRAN TO CLAVE-BIT-W
108087        MOVE PATENTE-TRAN   TO DESPUES-BIT-W(1:10)
108087        MOVE TRANSPORT-TRAN TO DESPUES-BIT-W(11:5)
           END-IF.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.

           INITIALIZE AR-PESORI-REC.
           MOVE INTERNO-NES  TO INTERNO-PORI.
           MOVE MUESTRA-NES  TO MUESTRA-PORI.
           MOVE EMPRESA-NES  TO EMPRESA-PORI.
           MOVE PLANTA-NES   TO PLANTA-PORI.
           MOVE FECHA-PROC   TO FECIMP-PORI.
           MOVE PORTE-ROM    TO PORTE-PORI.
           IF PORTE-PORI = ZEROS
              MOVE CARTA-PORTE-NES TO PORTE-PORI
           END-IF.
           MOVE PATENTE-ROM  TO PATENTE-PORI.
           MOVE CUIT-ROM     TO CUIT-PORI.
           MOVE BRUTO-ROM    TO BRUTO-PORI.
           MOVE TARA-ROM     TO TARA-PORI.
           MOVE NETO-ROM     TO NETO-PORI.
           IF NETO-PORI = ZEROS AND BRUTO-ROM > TARA-ROM
              COMPUTE NETO-PORI = BRUTO-ROM - TARA-ROM
           END-IF.
           MOVE ORIGEN-W     TO ORIGEN-PORI.
           ACCEPT AMD-W  FROM DATE YYYYMMDD.
           ACCEPT HORA-D FROM TIME.
           MOVE AMD-W        TO FECHA-PORI.
           MOVE HORA-D       TO HORA-PORI.
           WRITE AR-PESORI-REC INVALID KEY
                REWRITE AR-PESORI-REC INVALID KEY
                     CONTINUE
                END-REWRITE
           END-WRITE.
           ADD 1 TO APLICADOS-W.
           GO TO EXIT-PROCESA-FILA.

       RECHAZA-FILA.
           ADD 1 TO RECHAZOS-W.
           MOVE SPACES TO Z-LINEA-04.
           MOVE FILA-W      TO Z-FILA-ROM.
           IF INTERNO-ROM NUMERIC
              MOVE INTERNO-ROM TO Z-INTERNO-ROM
           END-IF.
           IF MUESTRA-ROM NUMERIC
              MOVE MUESTRA-ROM TO Z-MUESTRA-ROM
           END-IF.
           IF PORTE-ROM NUMERIC
              MOVE PORTE-ROM TO Z-PORTE-ROM
           END-IF.
           MOVE PATENTE-ROM TO Z-PATENTE-ROM.
           IF CUIT-ROM NUMERIC
              MOVE CUIT-ROM TO Z-CUIT-ROM
           END-IF.
           IF NETO-ROM NUMERIC
              MOVE NETO-ROM TO Z-NETO-ROM
           END-IF.
           MOVE MOTIVO-W    TO Z-MOTIVO-ROM.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
       EXIT-PROCESA-FILA.
           EXIT.

      * Ubica el camion de la fila: por interno (y muestra si viene)
      * en AR-CAMIONES y despues en AR-CAMITRAN; si no viene interno,
      * por muestra o carta de porte entre los calados desde
      * DESDE-PORTE-W hasta la fecha de proceso.
       BUSCA-CAMION.
           MOVE ZEROS TO HAY-CAMION-W.
           MOVE SPACES TO ORIGEN-W.
           IF INTERNO-ROM = ZEROS
              GO TO BUSCA-POR-PORTE
           END-IF.
           MOVE LOW-VALUES TO CLAVE-CAMIONES.
           MOVE INTERNO-ROM TO INTERNO-NES.
           MOVE MUESTRA-ROM TO MUESTRA-NES.
           START AR-CAMIONES KEY NOT LESS THAN CLAVE-CAMIONES
                                                   INVALID KEY
                GO TO BUSCA-INTERNO-TRAN
           END-START.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO BUSCA-INTERNO-TRAN
           END-READ.
           IF INTERNO-NES = INTERNO-ROM AND
              (MUESTRA-ROM = ZEROS OR MUESTRA-NES = MUESTRA-ROM) AND
              EMPRESA-NES = EMPRESA-EXT AND PLANTA-NES = PLANTA-EXT
              MOVE 1   TO HAY-CAMION-W
              MOVE 'C' TO ORIGEN-W
              GO TO EXIT-BUSCA-CAMION
           END-IF.
       BUSCA-INTERNO-TRAN.
           MOVE LOW-VALUES TO CLAVE-CAMITRAN.
           MOVE INTERNO-ROM TO INTERNO-TRAN.
           MOVE MUESTRA-ROM TO MUESTRA-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN CLAVE-CAMITRAN
                                                   INVALID KEY
                GO TO EXIT-BUSCA-CAMION
           END-START.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO EXIT-BUSCA-CAMION
           END-READ.
           IF INTERNO-TRAN = INTERNO-ROM AND
              (MUESTRA-ROM = ZEROS OR MUESTRA-TRAN = MUESTRA-ROM) AND
              EMPRESA-TRAN = EMPRESA-EXT AND PLANTA-TRAN = PLANTA-EXT
              MOVE 1   TO HAY-CAMION-W
              MOVE 'T' TO ORIGEN-W
           END-IF.
           GO TO EXIT-BUSCA-CAMION.

       BUSCA-POR-PORTE.
           IF MUESTRA-ROM = ZEROS AND PORTE-ROM = ZEROS
              GO TO EXIT-BUSCA-CAMION
           END-IF.
           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT   TO EMPRESA-NES.
           MOVE PLANTA-EXT    TO PLANTA-NES.
           MOVE DESDE-PORTE-W TO FEC-CAL-NES.
           MOVE ZEROS         TO HORA-CAL-NES.
           START AR-CAMIONES KEY NOT LESS THAN ALT-CAMIONES-3
                                                   INVALID KEY
                GO TO BUSCA-PORTE-TRAN
           END-START.
       LEO-PORTE-CAM.
           READ AR-CAMIONES NEXT RECORD AT END
                GO TO BUSCA-PORTE-TRAN
           END-READ.
           IF EMPRESA-NES NOT = EMPRESA-EXT OR
              PLANTA-NES  NOT = PLANTA-EXT  OR
              FEC-CAL-NES > FECHA-PROC
              GO TO BUSCA-PORTE-TRAN
           END-IF.
           IF (MUESTRA-ROM > ZEROS AND MUESTRA-NES = MUESTRA-ROM) OR
              (PORTE-ROM > ZEROS AND CARTA-PORTE-NES = PORTE-ROM)
              MOVE 1   TO HAY-CAMION-W
              MOVE 'C' TO ORIGEN-W
              GO TO EXIT-BUSCA-CAMION
           END-IF.
           GO TO LEO-PORTE-CAM.
       BUSCA-PORTE-TRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT   TO EMPRESA-TRAN.
           MOVE PLANTA-EXT    TO PLANTA-TRAN.
           MOVE DESDE-PORTE-W TO FEC-CAL-TRAN.
           MOVE ZEROS         TO HORA-CAL-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN ALT-CAMITRAN-3
                                                   INVALID KEY
                GO TO EXIT-BUSCA-CAMION
           END-START.
       LEO-PORTE-TRAN.
           READ AR-CAMITRAN NEXT RECORD AT END
                GO TO EXIT-BUSCA-CAMION
           END-READ.
           IF EMPRESA-TRAN NOT = EMPRESA-EXT OR
              PLANTA-TRAN  NOT = PLANTA-EXT  OR
              FEC-CAL-TRAN > FECHA-PROC
              GO TO EXIT-BUSCA-CAMION
           END-IF.
           IF (MUESTRA-ROM > ZEROS AND MUESTRA-TRAN = MUESTRA-ROM) OR
              (PORTE-ROM > ZEROS AND CARTA-PORTE-TRAN = PORTE-ROM)
              MOVE 1   TO HAY-CAMION-W
              MOVE 'T' TO ORIGEN-W
              GO TO EXIT-BUSCA-CAMION
           END-IF.
           GO TO LEO-PORTE-TRAN.
       EXIT-BUSCA-CAMION.
           EXIT.

108087     COPY "BITACORA.PRD".
