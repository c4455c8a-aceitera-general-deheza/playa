       IDENTIFICATION DIVISION.
      * 108085 - Playa - Programa nuevo: cumplimiento de convenios a
      *          una fecha de corte. Para cada convenio de AR-CONVENIO
      *          (PL-182) suma el NETO-NES de los camiones de
      *          AR-CAMIONES y AR-CAMITRAN calados con ese convenio
      *          dentro de su vigencia y del producto pactado, y los
      *          kilos netos de merma (bandas de AR-MERMAS con la
      *          humedad firme de AR-ANADIC, igual que PL-177).
      *          Informa el porcentaje cumplido y el saldo sobre los
      *          kilos mermados, los dias que quedan de vigencia y
      *          marca los convenios excedidos por encima de la
      *          tolerancia y los vencidos con saldo por debajo de
      *          ella. Lista aparte los camiones cargados con un
      *          convenio fuera de vigencia, de otro producto, de
      *          otro acopiador o cedente que el del convenio, o
      *          inexistente.
       PROGRAM-ID. PL-183.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "CONVENIO.SEL".
       COPY "MERMAS.SEL".
       COPY "ANADIC.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-CONW ASSIGN TO TEMPORARIO-CON
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CLAVE-CONW.

       DATA DIVISION.
       FILE SECTION.

       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "CONVENIO.CPY".
       COPY "MERMAS.CPY".
       COPY "ANADIC.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
       COPY "LISTADO.CPY".

      * Seccion C: acumulado de cada convenio (fecha e interno en
      * cero). Seccion E: camiones observados, uno por registro.
       FD  AR-CONW LABEL RECORD STANDARD.
       01  AR-CONW-REC.
           02 CLAVE-CONW.
              03 SECCION-CONW      PIC X.
              03 CODIGO-CONW       PIC 9(5).
              03 FECHA-CONW        PIC 9(8).
              03 INTERNO-CONW      PIC 9(6).
              03 MUESTRA-CONW      PIC 9(12).
           02 CAMIONES-CONW        PIC 9(7).
           02 NETO-CONW            PIC S9(11).
           02 NETOMER-CONW         PIC S9(11).
           02 PRODUCTO-CONW        PIC 9(4).
           02 MOTIVO-CONW          PIC X.

       WORKING-STORAGE SECTION.

       01  TEMPORARIO-W.
           02 FILLER      PIC X VALUE "V".
           02 HORA-TMP    PIC 9(7).

       01  TEMPORARIO-CON    PIC X(128).

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

       01 AREA-CALL.
          02 TRANS-1900               PIC 9(12) VALUE ZEROS.
          02 TRANS-1901               PIC 9(12) VALUE ZEROS.
          02 FER                      PIC 9     VALUE ZEROS.
          02 SEM                      PIC X(3)  VALUE SPACES.

       01  CORTE-CPY.
           02 AA-COR-CPY            PIC 9(4).
           02 MM-COR-CPY            PIC 99.
           02 DD-COR-CPY            PIC 99.
       01  DMA-CPY.
           02 DD-CPY                PIC 99.
           02 MM-CPY                PIC 99.
           02 AA-CPY                PIC 9(4).
       01  FECHA-AMD-W.
           02 AA-AMD-W              PIC 9(4).
           02 MM-AMD-W              PIC 99.
           02 DD-AMD-W              PIC 99.

       01  FECHA-CORTE-INPUT  PIC 9(8) VALUE ZEROS.
       01  CONV-INPUT         PIC 9(5) VALUE ZEROS.

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

       77  PLANTA-CONV-W      PIC 9(3) VALUE 572.
       77  AMD-HOY-W          PIC 9(8) VALUE ZEROS.
       77  MOTIVO-W           PIC X VALUE SPACES.
           88 FUERA-VIGENCIA  VALUE 'V'.
           88 OTRO-PRODUCTO   VALUE 'P'.
           88 SIN-CONVENIO    VALUE 'N'.
           88 OTRO-CLIENTE    VALUE 'C'.
       77  PACTADO-W          PIC S9(11) VALUE ZEROS.
       77  LIMSUP-W           PIC S9(11) VALUE ZEROS.
       77  LIMINF-W           PIC S9(11) VALUE ZEROS.
       77  SALDO-W            PIC S9(11) VALUE ZEROS.
       77  PORC-W             PIC S9(5)V99 VALUE ZEROS.
       77  DIA-CORTE-W        PIC 9(12) VALUE ZEROS.
       77  DIAS-W             PIC S9(7) VALUE ZEROS.
       77  CANT-EXC-W         PIC 9(7) VALUE ZEROS.
       77  NETO-EXC-W         PIC S9(11) VALUE ZEROS.

       01  TOTAL-W.
           02 CAMIONES-T      PIC 9(7).
           02 PACTADO-T       PIC S9(11).
           02 NETO-T          PIC S9(11).
           02 NETOMER-T       PIC S9(11).
           02 SALDO-T         PIC S9(11).

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
           02 FILLER PIC X(41) VALUE
              'CUMPLIMIENTO DE CONVENIOS al corte del '.
           02 Z-DD-C            PIC 9(2)/.
           02 Z-MM-C            PIC 9(2)/.
           02 Z-AA-C            PIC 9(4).

       01 Z-LINEA-03.
          02 FILLER PIC X(32) VALUE 'Convenio'.
          02 FILLER PIC X(5)  VALUE 'Prod'.
          02 FILLER PIC X(23) VALUE 'Acopiador / cedente'.
          02 FILLER PIC X(22) VALUE 'Vigencia'.
          02 FILLER PIC X(13) VALUE '      Pactado'.
          02 FILLER PIC X(6)  VALUE '  Cam.'.
          02 FILLER PIC X(13) VALUE '    Entregado'.
          02 FILLER PIC X(13) VALUE '      Mermado'.
          02 FILLER PIC X(8)  VALUE ' % Cump.'.
          02 FILLER PIC X(13) VALUE '        Saldo'.
          02 FILLER PIC X(6)  VALUE ' Dias'.
          02 FILLER PIC X(20) VALUE ' Observacion'.

       01 Z-LINEA-04.
          02 Z-COD-CON          PIC ZZZZ9B.
          02 Z-NOM-CON          PIC X(25)B.
          02 Z-PROD-CON         PIC ZZZ9B.
          02 Z-TIPO-CON         PIC XB.
          02 Z-CLI-CON          PIC X(20)B.
          02 Z-DD-VD            PIC 9(2)/.
          02 Z-MM-VD            PIC 9(2)/.
          02 Z-AA-VD            PIC 9(4)B.
          02 Z-DD-VH            PIC 9(2)/.
          02 Z-MM-VH            PIC 9(2)/.
          02 Z-AA-VH            PIC 9(4)B.
          02 Z-PACT-CON         PIC ZZZ.ZZZ.ZZ9B.
          02 Z-CAM-CON          PIC ZZZZ9B.
          02 Z-NETO-CON         PIC ---.---.--9B.
          02 Z-MER-CON          PIC ---.---.--9B.
          02 Z-PORC-CON         PIC ZZZ9,99B.
          02 Z-SALDO-CON        PIC ---.---.--9B.
          02 Z-DIAS-CON         PIC ZZZZ9B.
          02 Z-OBS-CON          PIC X(20).

       01 Z-LINEA-06.
          02 FILLER PIC X(10) VALUE 'Convenio'.
          02 FILLER PIC X(12) VALUE 'Fecha cal.'.
          02 FILLER PIC X(8)  VALUE 'Interno'.
          02 FILLER PIC X(14) VALUE 'Muestra'.
          02 FILLER PIC X(6)  VALUE 'Prod'.
          02 FILLER PIC X(13) VALUE '         Neto'.
          02 FILLER PIC X(30) VALUE ' Observacion'.

       01 Z-LINEA-07.
          02 Z-COD-EXC          PIC ZZZZ9.
          02 FILLER             PIC X(5) VALUE SPACES.
          02 Z-DD-EXC           PIC 9(2)/.
          02 Z-MM-EXC           PIC 9(2)/.
          02 Z-AA-EXC           PIC 9(4)BB.
          02 Z-INT-EXC          PIC ZZZZZ9BB.
          02 Z-MUE-EXC          PIC Z(11)9BB.
          02 Z-PROD-EXC         PIC ZZZ9BB.
          02 Z-NETO-EXC         PIC ---.---.--9BB.
          02 Z-OBS-EXC          PIC X(40).

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(60).

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-183.scr".

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
           MOVE SPACES TO TEMPORARIO-CON.
           STRING TEMP-EXT      DELIMITED BY LOW-VALUE
                  TEMPORARIO-W  DELIMITED BY SIZE
                  INTO TEMPORARIO-CON
           END-STRING.

           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-CONVENIO AR-MERMAS
                      AR-ANADIC AR-CLIENTES AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO FECHA-CORTE-INPUT CONV-INPUT.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           MOVE AMD-HOY-W TO FECHA-AMD-W.
           MOVE DD-AMD-W TO DD-CPY.
           MOVE MM-AMD-W TO MM-CPY.
           MOVE AA-AMD-W TO AA-CPY.
           MOVE DMA-CPY TO FECHA-CORTE-INPUT.

       SF1.
           DISPLAY PL-183-SF-1-Screen.
           ACCEPT PL-183-SF-1-Screen.
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

           MOVE FECHA-CORTE-INPUT TO DMA-CPY.
           MOVE DD-CPY TO DD-COR-CPY Z-DD-C.
           MOVE MM-CPY TO MM-COR-CPY Z-MM-C.
           MOVE AA-CPY TO AA-COR-CPY Z-AA-C.
           IF CORTE-CPY = ZEROS OR DD-CPY < 01 OR DD-CPY > 31
              OR MM-CPY < 01 OR MM-CPY > 12 OR AA-CPY < 1998
                    MOVE 1 TO MSG-TIPO
                    MOVE 1 TO BUTTON-TIPO
                    MOVE 1 TO DEFAULT-BUTTON
                    MOVE SPACES TO MSG-ERROR
                    MOVE 'LA FECHA DE CORTE ES INCORRECTA'
                        TO MSG-1
                    CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                                MSG-1, MSG-2, MSG-3
                    MOVE 1 TO ACCEPT-CONTROL
                    MOVE 1 TO CONTROL-VALUE
                    GO TO SF1
           END-IF.
           CALL 'DMAD' USING DMA-CPY TRANS-1900 TRANS-1901.
           MOVE TRANS-1900 TO DIA-CORTE-W.

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

           OPEN I-O AR-CONW.
           PERFORM CARGA-MERMAS THRU EXIT-CARGA-MERMAS.
           PERFORM SUMA-CAMIONES THRU EXIT-SUMA-CAMIONES.
           PERFORM SUMA-CAMITRAN THRU EXIT-SUMA-CAMITRAN.
           PERFORM LISTA-CONVENIOS THRU EXIT-LISTA-CONVENIOS.
           PERFORM LISTA-EXCEPCIONES THRU EXIT-LISTA-EXCEPCIONES.

           CLOSE AR-CONW.
           DELETE FILE AR-CONW.

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
            CLOSE AR-CAMIONES AR-CAMITRAN AR-CONVENIO AR-MERMAS
                  AR-ANADIC AR-CLIENTES AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-183'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-183-SF-1-Screen.
            DESTROY PL-183-SF-1-Handle.

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
              WRITE LINEA FROM Z-LINEA-ESPA AFTER 1
              MOVE 6 TO TL
           END-IF.
           COPY "WINPRINT.PRD".
       file-spl.
           move spaces to archivo-spl.
           accept horaf-spl from time.
           string TEMP-EXT delimited by low-value
                  'V' horaf-spl(2:) '.spl' delimited by size
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

      * Controla el camion de AR-CAMIONES-REC contra su convenio:
      * dentro de la vigencia y del producto suma al convenio,
      * si no lo deja como camion observado con el motivo.
       CONTROLA-CAMION.
           IF CONVENIO-NES = ZEROS OR NETO-NES NOT > ZEROS
              GO TO EXIT-CONTROLA-CAMION
           END-IF.
           IF CONV-INPUT NOT = ZEROS AND CONV-INPUT NOT = CONVENIO-NES
              GO TO EXIT-CONTROLA-CAMION
           END-IF.
           MOVE SPACES TO MOTIVO-W.
           MOVE EMPRESA-EXT   TO EMPRESA-CONVENIO.
           MOVE PLANTA-CONV-W TO PLANTA-CONVENIO.
           MOVE CONVENIO-NES  TO CODIGO-CONVENIO.
           READ AR-CONVENIO INVALID KEY
                MOVE 'N' TO MOTIVO-W
                GO TO CONTROLA-CAMION-EXC
           END-READ.
           IF TONELADAS-CONVENIO = ZEROS
              GO TO EXIT-CONTROLA-CAMION
           END-IF.
           IF FEC-CAL-NES < VIGDESDE-CONVENIO OR
              FEC-CAL-NES > VIGHASTA-CONVENIO
              MOVE 'V' TO MOTIVO-W
              GO TO CONTROLA-CAMION-EXC
           END-IF.
           IF PRODUCTO-NES NOT = PRODUCTO-CONVENIO
              MOVE 'P' TO MOTIVO-W
              GO TO CONTROLA-CAMION-EXC
           END-IF.
      * El convenio de acopiador se compara con ACOP-NES y el de
      * cedente con ACOP2-NES.
           IF TIPOCLI-CONVENIO = 'C'
              IF ACOP2-NES NOT = CLIENTE-CONVENIO
                 MOVE 'C' TO MOTIVO-W
                 GO TO CONTROLA-CAMION-EXC
              END-IF
           ELSE
              IF ACOP-NES NOT = CLIENTE-CONVENIO
                 MOVE 'C' TO MOTIVO-W
                 GO TO CONTROLA-CAMION-EXC
              END-IF
           END-IF.
           PERFORM CALCULA-MERMA THRU EXIT-CALCULA-MERMA.
           MOVE 'C'          TO SECCION-CONW.
           MOVE CONVENIO-NES TO CODIGO-CONW.
           MOVE ZEROS        TO FECHA-CONW INTERNO-CONW MUESTRA-CONW.
           READ AR-CONW INVALID KEY
                MOVE 1            TO CAMIONES-CONW
                MOVE NETO-NES     TO NETO-CONW
                MOVE NETON-MER-W  TO NETOMER-CONW
                MOVE PRODUCTO-NES TO PRODUCTO-CONW
                MOVE SPACES       TO MOTIVO-CONW
                WRITE AR-CONW-REC INVALID KEY
                     CONTINUE
                END-WRITE
                GO TO EXIT-CONTROLA-CAMION
           END-READ.
           ADD 1           TO CAMIONES-CONW.
           ADD NETO-NES    TO NETO-CONW.
           ADD NETON-MER-W TO NETOMER-CONW.
           REWRITE AR-CONW-REC INVALID KEY
                CONTINUE
           END-REWRITE.
           GO TO EXIT-CONTROLA-CAMION.
       CONTROLA-CAMION-EXC.
           MOVE 'E'          TO SECCION-CONW.
           MOVE CONVENIO-NES TO CODIGO-CONW.
           MOVE FEC-CAL-NES  TO FECHA-CONW.
           MOVE INTERNO-NES  TO INTERNO-CONW.
           MOVE MUESTRA-NES  TO MUESTRA-CONW.
           MOVE 1            TO CAMIONES-CONW.
           MOVE NETO-NES     TO NETO-CONW.
           MOVE ZEROS        TO NETOMER-CONW.
           MOVE PRODUCTO-NES TO PRODUCTO-CONW.
           MOVE MOTIVO-W     TO MOTIVO-CONW.
           WRITE AR-CONW-REC INVALID KEY
                CONTINUE
           END-WRITE.
       EXIT-CONTROLA-CAMION.
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
              FEC-CAL-NES > CORTE-CPY
              GO TO EXIT-SUMA-CAMIONES
           END-IF.
           PERFORM CONTROLA-CAMION THRU EXIT-CONTROLA-CAMION.
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
              FEC-CAL-TRAN > CORTE-CPY
              GO TO EXIT-SUMA-CAMITRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           PERFORM CONTROLA-CAMION THRU EXIT-CONTROLA-CAMION.
           GO TO LEO-SUMA-TRAN.
       EXIT-SUMA-CAMITRAN.
           EXIT.

      * Recorre los convenios de la empresa con toneladas pactadas
      * y lista lo entregado contra lo pactado al corte.
       LISTA-CONVENIOS.
           INITIALIZE TOTAL-W.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03 AFTER 1.
           WRITE LINEA FROM Z-LINEA-ESPA AFTER 1.
           ADD 2 TO TL.
           INITIALIZE AR-CONVENIO-REC.
           MOVE EMPRESA-EXT   TO EMPRESA-CONVENIO.
           MOVE PLANTA-CONV-W TO PLANTA-CONVENIO.
           MOVE CONV-INPUT    TO CODIGO-CONVENIO.
           START AR-CONVENIO KEY NOT LESS THAN CLAVE-CONVENIO
                                                   INVALID KEY
                GO TO FIN-LISTA-CONVENIOS
           END-START.
       LEO-LISTA-CONV.
           READ AR-CONVENIO NEXT RECORD AT END
                GO TO FIN-LISTA-CONVENIOS
           END-READ.
           IF EMPRESA-CONVENIO NOT = EMPRESA-EXT OR
              PLANTA-CONVENIO  NOT = PLANTA-CONV-W
              GO TO FIN-LISTA-CONVENIOS
           END-IF.
           IF CONV-INPUT NOT = ZEROS AND
              CONV-INPUT NOT = CODIGO-CONVENIO
              GO TO FIN-LISTA-CONVENIOS
           END-IF.
           IF TONELADAS-CONVENIO = ZEROS
              GO TO LEO-LISTA-CONV
           END-IF.
           MOVE 'C'             TO SECCION-CONW.
           MOVE CODIGO-CONVENIO TO CODIGO-CONW.
           MOVE ZEROS TO FECHA-CONW INTERNO-CONW MUESTRA-CONW.
           READ AR-CONW INVALID KEY
                MOVE ZEROS TO CAMIONES-CONW NETO-CONW NETOMER-CONW
           END-READ.
           COMPUTE PACTADO-W = TONELADAS-CONVENIO * 1000.
           COMPUTE LIMSUP-W ROUNDED = PACTADO-W
                   * (100 + TOLERANCIA-CONVENIO) / 100.
           COMPUTE LIMINF-W ROUNDED = PACTADO-W
                   * (100 - TOLERANCIA-CONVENIO) / 100.
           COMPUTE SALDO-W = PACTADO-W - NETOMER-CONW.
           MOVE ZEROS TO PORC-W.
           IF PACTADO-W > ZEROS
              COMPUTE PORC-W ROUNDED = NETOMER-CONW * 100 / PACTADO-W
           END-IF.
           MOVE ZEROS TO DIAS-W.
           IF VIGHASTA-CONVENIO NOT < CORTE-CPY
              MOVE VIGHASTA-CONVENIO TO FECHA-AMD-W
              MOVE DD-AMD-W TO DD-CPY
              MOVE MM-AMD-W TO MM-CPY
              MOVE AA-AMD-W TO AA-CPY
              CALL 'DMAD' USING DMA-CPY TRANS-1900 TRANS-1901
              COMPUTE DIAS-W = TRANS-1900 - DIA-CORTE-W
           END-IF.

           MOVE SPACES TO Z-LINEA-04.
           MOVE CODIGO-CONVENIO   TO Z-COD-CON.
           MOVE NOMBRE-CONVENIO   TO Z-NOM-CON.
           MOVE PRODUCTO-CONVENIO TO Z-PROD-CON.
           MOVE TIPOCLI-CONVENIO  TO Z-TIPO-CON.
           MOVE CLIENTE-CONVENIO  TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE NOM-CLI           TO Z-CLI-CON.
           MOVE VIGDESDE-CONVENIO TO FECHA-AMD-W.
           MOVE DD-AMD-W TO Z-DD-VD.
           MOVE MM-AMD-W TO Z-MM-VD.
           MOVE AA-AMD-W TO Z-AA-VD.
           MOVE VIGHASTA-CONVENIO TO FECHA-AMD-W.
           MOVE DD-AMD-W TO Z-DD-VH.
           MOVE MM-AMD-W TO Z-MM-VH.
           MOVE AA-AMD-W TO Z-AA-VH.
           MOVE PACTADO-W     TO Z-PACT-CON.
           MOVE CAMIONES-CONW TO Z-CAM-CON.
           MOVE NETO-CONW     TO Z-NETO-CON.
           MOVE NETOMER-CONW  TO Z-MER-CON.
           MOVE PORC-W        TO Z-PORC-CON.
           MOVE SALDO-W       TO Z-SALDO-CON.
           MOVE DIAS-W        TO Z-DIAS-CON.
           IF NETOMER-CONW > LIMSUP-W
              MOVE 'EXCEDIDO TOLERANCIA' TO Z-OBS-CON
           ELSE
              IF VIGHASTA-CONVENIO < CORTE-CPY AND
                 NETOMER-CONW < LIMINF-W
                 MOVE 'VENCIDO CON SALDO' TO Z-OBS-CON
              ELSE
                 IF VIGDESDE-CONVENIO > CORTE-CPY
                    MOVE 'NO VIGENTE AUN' TO Z-OBS-CON
                 END-IF
              END-IF
           END-IF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 1.
           ADD 1 TO TL.
           ADD CAMIONES-CONW TO CAMIONES-T.
           ADD PACTADO-W     TO PACTADO-T.
           ADD NETO-CONW     TO NETO-T.
           ADD NETOMER-CONW  TO NETOMER-T.
           ADD SALDO-W       TO SALDO-T.
           GO TO LEO-LISTA-CONV.
       FIN-LISTA-CONVENIOS.
           MOVE SPACES TO Z-LINEA-04.
           MOVE 'TOTAL' TO Z-NOM-CON.
           MOVE PACTADO-T  TO Z-PACT-CON.
           MOVE CAMIONES-T TO Z-CAM-CON.
           MOVE NETO-T     TO Z-NETO-CON.
           MOVE NETOMER-T  TO Z-MER-CON.
           MOVE SALDO-T    TO Z-SALDO-CON.
           MOVE ZEROS TO PORC-W.
           IF PACTADO-T > ZEROS
              COMPUTE PORC-W ROUNDED = NETOMER-T * 100 / PACTADO-T
           END-IF.
           MOVE PORC-W TO Z-PORC-CON.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 2.
           ADD 2 TO TL.
       EXIT-LISTA-CONVENIOS.
           EXIT.

      * Camiones cargados con un convenio que no corresponde.
       LISTA-EXCEPCIONES.
           MOVE ZEROS TO CANT-EXC-W NETO-EXC-W.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'CAMIONES CON CONVENIO OBSERVADO' TO Z-LEYE.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-05 AFTER 3.
           WRITE LINEA FROM Z-LINEA-06 AFTER 2.
           WRITE LINEA FROM Z-LINEA-ESPA AFTER 1.
           ADD 6 TO TL.
           MOVE 'E'   TO SECCION-CONW.
           MOVE ZEROS TO CODIGO-CONW FECHA-CONW INTERNO-CONW
                         MUESTRA-CONW.
           START AR-CONW KEY NOT LESS THAN CLAVE-CONW INVALID KEY
                GO TO FIN-LISTA-EXCEPCIONES
           END-START.
       LEO-LISTA-EXC.
           READ AR-CONW NEXT RECORD AT END
                GO TO FIN-LISTA-EXCEPCIONES
           END-READ.
           IF SECCION-CONW NOT = 'E'
              GO TO FIN-LISTA-EXCEPCIONES
           END-IF.
           MOVE SPACES TO Z-LINEA-07.
           MOVE CODIGO-CONW   TO Z-COD-EXC.
           MOVE FECHA-CONW    TO FECHA-AMD-W.
           MOVE DD-AMD-W      TO Z-DD-EXC.
           MOVE MM-AMD-W      TO Z-MM-EXC.
           MOVE AA-AMD-W      TO Z-AA-EXC.
           MOVE INTERNO-CONW  TO Z-INT-EXC.
           MOVE MUESTRA-CONW  TO Z-MUE-EXC.
           MOVE PRODUCTO-CONW TO Z-PROD-EXC.
           MOVE NETO-CONW     TO Z-NETO-EXC.
           MOVE MOTIVO-CONW   TO MOTIVO-W.
           IF FUERA-VIGENCIA
              MOVE 'CALADO FUERA DE LA VIGENCIA' TO Z-OBS-EXC
           END-IF.
           IF OTRO-PRODUCTO
              MOVE 'PRODUCTO DISTINTO AL DEL CONVENIO' TO Z-OBS-EXC
           END-IF.
           IF SIN-CONVENIO
              MOVE 'CONVENIO INEXISTENTE' TO Z-OBS-EXC
           END-IF.
           IF OTRO-CLIENTE
              MOVE 'CLIENTE DISTINTO AL DEL CONVENIO' TO Z-OBS-EXC
           END-IF.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 1.
           ADD 1 TO TL.
           ADD 1         TO CANT-EXC-W.
           ADD NETO-CONW TO NETO-EXC-W.
           GO TO LEO-LISTA-EXC.
       FIN-LISTA-EXCEPCIONES.
           MOVE SPACES TO Z-LINEA-07.
           MOVE CANT-EXC-W TO Z-INT-EXC.
           MOVE NETO-EXC-W TO Z-NETO-EXC.
           MOVE 'TOTAL CAMIONES OBSERVADOS' TO Z-OBS-EXC.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 2.
           ADD 2 TO TL.
       EXIT-LISTA-EXCEPCIONES.
           EXIT.
