       IDENTIFICATION DIVISION.
      * 108086 - Playa - Programa nuevo: diferencias de transito por
      *          transportista y patente. Para un rango de fechas de
      *          calado compara el neto declarado en origen en la
      *          carta de porte (AR-PESORI, importado del romaneo por
      *          PL-184) contra el NETO-NES de planta, camion por
      *          camion, con subtotal por patente y por transportista
      *          y total general. El faltante (origen mayor que
      *          planta) es lo que se le cobra al transportista. Al
      *          pie cuenta los camiones del periodo sin peso de
      *          origen.
       PROGRAM-ID. PL-185.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "PESORI.SEL".
       COPY "TRANSPOR.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-DIFW ASSIGN TO TEMPORARIO-DIF
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CLAVE-DIFW.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "PESORI.CPY".
       COPY "TRANSPOR.CPY".
       COPY "LISTADO.CPY".

       FD  AR-DIFW LABEL RECORD STANDARD.
       01  AR-DIFW-REC.
           02 CLAVE-DIFW.
              03 TRANSP-DIFW       PIC 9(5).
              03 PATENTE-DIFW      PIC X(10).
              03 FECHA-DIFW        PIC 9(8).
              03 INTERNO-DIFW      PIC 9(6).
              03 MUESTRA-DIFW      PIC 9(12).
           02 PORTE-DIFW           PIC 9(13).
           02 NETORI-DIFW          PIC S9(11).
           02 NETO-DIFW            PIC S9(11).

       WORKING-STORAGE SECTION.

       01  TEMPORARIO-W.
           02 FILLER      PIC X VALUE "D".
           02 HORA-TMP    PIC 9(7).

       01  TEMPORARIO-DIF    PIC X(128).

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

       01  FECHA-DESDE-INPUT  PIC 9(8) VALUE ZEROS.
       01  FECHA-HASTA-INPUT  PIC 9(8) VALUE ZEROS.
       01  TRANSP-INPUT       PIC 9(5) VALUE ZEROS.

       77  TRANSP-ANT-W       PIC 9(5) VALUE ZEROS.
       77  PATENTE-ANT-W      PIC X(10) VALUE SPACES.
       77  HAY-GRUPO-W        PIC 9 VALUE ZEROS.
       77  SIN-ORIGEN-W       PIC 9(7) VALUE ZEROS.
       77  DIF-W              PIC S9(11) VALUE ZEROS.
       77  FALTA-W            PIC S9(11) VALUE ZEROS.
       77  PORC-W             PIC S9(3)V99 VALUE ZEROS.

      * Acumulados por patente (PAT), transportista (TRA) y total.
       01  ACUM-PAT.
           02 CAM-PAT         PIC 9(7).
           02 ORI-PAT         PIC S9(11).
           02 NET-PAT         PIC S9(11).
           02 FAL-PAT         PIC S9(11).
       01  ACUM-TRA.
           02 CAM-TRA         PIC 9(7).
           02 ORI-TRA         PIC S9(11).
           02 NET-TRA         PIC S9(11).
           02 FAL-TRA         PIC S9(11).
       01  ACUM-TOT.
           02 CAM-TOT         PIC 9(7).
           02 ORI-TOT         PIC S9(11).
           02 NET-TOT         PIC S9(11).
           02 FAL-TOT         PIC S9(11).
       01  ACUM-IMP.
           02 CAM-IMP         PIC 9(7).
           02 ORI-IMP         PIC S9(11).
           02 NET-IMP         PIC S9(11).
           02 FAL-IMP         PIC S9(11).

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
              'DIFERENCIAS DE TRANSITO desde el '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(10) VALUE ' hasta el '.
           02 Z-DD-H            PIC 9(2)/.
           02 Z-MM-H            PIC 9(2)/.
           02 Z-AA-H            PIC 9(4).

       01 Z-LINEA-03.
          02 FILLER PIC X(12) VALUE 'Patente'.
          02 FILLER PIC X(12) VALUE 'Fecha cal.'.
          02 FILLER PIC X(8)  VALUE 'Interno'.
          02 FILLER PIC X(15) VALUE 'Carta porte'.
          02 FILLER PIC X(14) VALUE '  Kilos origen'.
          02 FILLER PIC X(14) VALUE '   Kilos planta'.
          02 FILLER PIC X(14) VALUE '    Diferencia'.
          02 FILLER PIC X(9)  VALUE '   % Dif.'.
          02 FILLER PIC X(14) VALUE '      Faltante'.

       01 Z-LINEA-03B.
          02 FILLER PIC X(15) VALUE 'Transportista: '.
          02 Z-TRANSP-DIF       PIC Z(4)9BB.
          02 Z-NOMTRA-DIF       PIC X(40)BB.
          02 FILLER PIC X(6)  VALUE 'CUIT: '.
          02 Z-CUIT-DIF         PIC 9(13).

       01 Z-LINEA-04.
          02 Z-PATENTE-DIF      PIC X(10)BB.
          02 Z-DD-DIF           PIC 9(2)/.
          02 Z-MM-DIF           PIC 9(2)/.
          02 Z-AA-DIF           PIC 9(4)BB.
          02 Z-INTERNO-DIF      PIC ZZZZZ9BB.
          02 Z-PORTE-DIF        PIC Z(12)9BB.
          02 Z-ORI-DIF          PIC ---.---.--9BBB.
          02 Z-NET-DIF          PIC ---.---.--9BBB.
          02 Z-DIF-DIF          PIC ---.---.--9BB.
          02 Z-PORC-DIF         PIC ---9,99BB.
          02 Z-FAL-DIF          PIC ZZZ.ZZZ.ZZ9.

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(40).
          02 Z-CANT             PIC ZZZ.ZZ9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-185.scr".

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
           MOVE SPACES TO TEMPORARIO-DIF.
           STRING TEMP-EXT      DELIMITED BY LOW-VALUE
                  TEMPORARIO-W  DELIMITED BY SIZE
                  INTO TEMPORARIO-DIF
           END-STRING.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-PESORI AR-TRANSPOR.

       INICIO.
           MOVE ZEROS TO FECHA-DESDE-INPUT FECHA-HASTA-INPUT
                         TRANSP-INPUT.

       SF1.
           DISPLAY PL-185-SF-1-Screen.
           ACCEPT PL-185-SF-1-Screen.
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
           MOVE ZEROS TO SIN-ORIGEN-W.
           INITIALIZE ACUM-PAT ACUM-TRA ACUM-TOT.

           OPEN I-O AR-DIFW.
           PERFORM SUMA-CAMIONES THRU EXIT-SUMA-CAMIONES.
           PERFORM SUMA-CAMITRAN THRU EXIT-SUMA-CAMITRAN.

           MOVE ZEROS  TO HAY-GRUPO-W TRANSP-ANT-W.
           MOVE SPACES TO PATENTE-ANT-W.
           INITIALIZE AR-DIFW-REC.
           START AR-DIFW KEY NOT LESS THAN CLAVE-DIFW INVALID KEY
                GO TO FIN-LISTAR
           END-START.
       LEO-DIFW.
           READ AR-DIFW NEXT RECORD AT END
                GO TO FIN-LISTAR
           END-READ.
           IF HAY-GRUPO-W = 1 AND
              (TRANSP-DIFW NOT = TRANSP-ANT-W OR
               PATENTE-DIFW NOT = PATENTE-ANT-W)
              PERFORM CIERRA-PATENTE THRU EXIT-CIERRA-PATENTE
           END-IF.
           IF HAY-GRUPO-W = 1 AND TRANSP-DIFW NOT = TRANSP-ANT-W
              PERFORM CIERRA-TRANSP THRU EXIT-CIERRA-TRANSP
           END-IF.
           IF HAY-GRUPO-W = ZEROS OR TRANSP-DIFW NOT = TRANSP-ANT-W
              PERFORM ABRE-TRANSP THRU EXIT-ABRE-TRANSP
           END-IF.
           MOVE 1            TO HAY-GRUPO-W.
           MOVE TRANSP-DIFW  TO TRANSP-ANT-W.
           MOVE PATENTE-DIFW TO PATENTE-ANT-W.

           COMPUTE DIF-W = NETO-DIFW - NETORI-DIFW.
           MOVE ZEROS TO FALTA-W.
           IF DIF-W < ZEROS
              COMPUTE FALTA-W = ZEROS - DIF-W
           END-IF.
           MOVE SPACES TO Z-LINEA-04.
           MOVE PATENTE-DIFW TO Z-PATENTE-DIF.
           MOVE FECHA-DIFW   TO FECHA-AMD-W.
           MOVE DD-AMD-W     TO Z-DD-DIF.
           MOVE MM-AMD-W     TO Z-MM-DIF.
           MOVE AA-AMD-W     TO Z-AA-DIF.
           MOVE INTERNO-DIFW TO Z-INTERNO-DIF.
           MOVE PORTE-DIFW   TO Z-PORTE-DIF.
           MOVE 1            TO CAM-IMP.
           MOVE NETORI-DIFW  TO ORI-IMP.
           MOVE NETO-DIFW    TO NET-IMP.
           MOVE FALTA-W      TO FAL-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           ADD 1           TO CAM-PAT.
           ADD NETORI-DIFW TO ORI-PAT.
           ADD NETO-DIFW   TO NET-PAT.
           ADD FALTA-W     TO FAL-PAT.
           GO TO LEO-DIFW.

       FIN-LISTAR.
           IF HAY-GRUPO-W = 1
              PERFORM CIERRA-PATENTE THRU EXIT-CIERRA-PATENTE
              PERFORM CIERRA-TRANSP THRU EXIT-CIERRA-TRANSP
           END-IF.
           CLOSE AR-DIFW.
           DELETE FILE AR-DIFW.

           MOVE SPACES TO Z-LINEA-04.
           MOVE 'TOTAL' TO Z-PATENTE-DIF.
           MOVE ACUM-TOT TO ACUM-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 2.
           ADD 2 TO TL.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'CAMIONES DEL PERIODO SIN PESO DE ORIGEN' TO Z-LEYE.
           MOVE SIN-ORIGEN-W TO Z-CANT.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 2.
           ADD 2 TO TL.

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
            CLOSE AR-CAMIONES AR-CAMITRAN AR-PESORI AR-TRANSPOR.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-185'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-185-SF-1-Screen.
            DESTROY PL-185-SF-1-Handle.

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
                  'D' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

      * Lleva los importes de ACUM-IMP a las columnas de Z-LINEA-04
      * con la diferencia y el porcentaje sobre el neto de origen.
       MUEVE-IMPORTES.
           COMPUTE DIF-W = NET-IMP - ORI-IMP.
           MOVE ZEROS TO PORC-W.
           IF ORI-IMP > ZEROS
              COMPUTE PORC-W ROUNDED = DIF-W * 100 / ORI-IMP
           END-IF.
           MOVE ORI-IMP TO Z-ORI-DIF.
           MOVE NET-IMP TO Z-NET-DIF.
           MOVE DIF-W   TO Z-DIF-DIF.
           MOVE PORC-W  TO Z-PORC-DIF.
           MOVE FAL-IMP TO Z-FAL-DIF.
       EXIT-MUEVE-IMPORTES.
           EXIT.

       ABRE-TRANSP.
           INITIALIZE ACUM-TRA.
           MOVE SPACES TO Z-LINEA-03B.
           MOVE TRANSP-DIFW TO Z-TRANSP-DIF.
           IF TRANSP-DIFW > ZEROS
              MOVE TRANSP-DIFW TO CODIGO-TRANSP
              READ AR-TRANSPOR INVALID KEY
                   INITIALIZE AR-TRANSPOR-REC
              END-READ
              MOVE NOM-TRANSP  TO Z-NOMTRA-DIF
              MOVE CUIT-TRANSP TO Z-CUIT-DIF
           ELSE
              MOVE 'SIN TRANSPORTISTA' TO Z-NOMTRA-DIF
              MOVE ZEROS TO Z-CUIT-DIF
           END-IF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03B AFTER 2.
           ADD 2 TO TL.
       EXIT-ABRE-TRANSP.
           EXIT.

       CIERRA-PATENTE.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'Subtotal' TO Z-PATENTE-DIF.
           MOVE ACUM-PAT TO ACUM-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           MOVE CAM-PAT TO Z-INTERNO-DIF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           ADD CAM-PAT TO CAM-TRA.
           ADD ORI-PAT TO ORI-TRA.
           ADD NET-PAT TO NET-TRA.
           ADD FAL-PAT TO FAL-TRA.
           INITIALIZE ACUM-PAT.
       EXIT-CIERRA-PATENTE.
           EXIT.

       CIERRA-TRANSP.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'Total tr.' TO Z-PATENTE-DIF.
           MOVE ACUM-TRA TO ACUM-IMP.
           PERFORM MUEVE-IMPORTES THRU EXIT-MUEVE-IMPORTES.
           MOVE CAM-TRA TO Z-INTERNO-DIF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 2.
           ADD 2 TO TL.
           ADD CAM-TRA TO CAM-TOT.
           ADD ORI-TRA TO ORI-TOT.
           ADD NET-TRA TO NET-TOT.
           ADD FAL-TRA TO FAL-TOT.
       EXIT-CIERRA-TRANSP.
           EXIT.

      * Graba en el archivo de trabajo el camion de AR-CAMIONES-REC
      * si tiene peso de origen; si no, lo cuenta aparte.
       GRABA-DIFERENCIA.
           IF TRANSP-INPUT NOT = ZEROS AND
              TRANSP-INPUT NOT = TRANSPORT-NES
              GO TO EXIT-GRABA-DIFERENCIA
           END-IF.
           MOVE INTERNO-NES TO INTERNO-PORI.
           MOVE MUESTRA-NES TO MUESTRA-PORI.
           READ AR-PESORI INVALID KEY
                ADD 1 TO SIN-ORIGEN-W
                GO TO EXIT-GRABA-DIFERENCIA
           END-READ.
           IF NETO-PORI = ZEROS
              ADD 1 TO SIN-ORIGEN-W
              GO TO EXIT-GRABA-DIFERENCIA
           END-IF.
           INITIALIZE AR-DIFW-REC.
           MOVE TRANSPORT-NES TO TRANSP-DIFW.
           MOVE PATENTE-NES   TO PATENTE-DIFW.
           IF PATENTE-DIFW = SPACES
              MOVE PATENTE-PORI TO PATENTE-DIFW
           END-IF.
           MOVE FEC-CAL-NES   TO FECHA-DIFW.
           MOVE INTERNO-NES   TO INTERNO-DIFW.
           MOVE MUESTRA-NES   TO MUESTRA-DIFW.
           MOVE PORTE-PORI    TO PORTE-DIFW.
           MOVE NETO-PORI     TO NETORI-DIFW.
           MOVE NETO-NES      TO NETO-DIFW.
           WRITE AR-DIFW-REC INVALID KEY
                CONTINUE
           END-WRITE.
       EXIT-GRABA-DIFERENCIA.
           EXIT.

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
           IF NETO-NES NOT > ZEROS
              GO TO LEO-SUMA-CAM
           END-IF.
           PERFORM GRABA-DIFERENCIA THRU EXIT-GRABA-DIFERENCIA.
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
           IF NETO-TRAN NOT > ZEROS
              GO TO LEO-SUMA-TRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           PERFORM GRABA-DIFERENCIA THRU EXIT-GRABA-DIFERENCIA.
           GO TO LEO-SUMA-TRAN.
       EXIT-SUMA-CAMITRAN.
           EXIT.
