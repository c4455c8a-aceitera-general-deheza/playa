       IDENTIFICATION DIVISION.
      * 108085 - Playa - Programa nuevo: mantenimiento de convenios
      *          (AR-CONVENIO) con producto, acopiador o cedente,
      *          toneladas pactadas, vigencia desde/hasta y porcentaje
      *          de tolerancia. Los convenios quedan bajo la planta
      *          572, que es donde los busca PL-153 al filtrar por
      *          convenio. El cumplimiento se controla con PL-183.
      *          El registro de AR-CONVENIO crece: el archivo que ya
      *          estaba se convierte una vez con PL-190.
      * 108087 - Playa - Cada alta o modificacion de convenio queda en
      *          la bitacora de cambios AR-BITACORA con la imagen
      *          anterior y posterior del registro.
       PROGRAM-ID. PL-182.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CONVENIO.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "CONVENIO.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

            COPY "acugui.def".
            COPY "fonts.def".
            COPY "crtvars.def".
            COPY "Acucobol.def".

       78  CON-BUSCAR-PRESSED  VALUE 3001.
       78  CON-GRABAR-PRESSED  VALUE 3002.

       77  KEY-STATUS IS SPECIAL-NAMES CRT STATUS PIC 9(5) VALUE 0.
           88 Screen-No-Input-Field               VALUE 97.
           88 EXIT-PUSHED                  VALUE 27.
           88 EVENT-OCCURRED               VALUE 96.

            COPY "COPY.CPY".

       01  DMA-CPY.
           02 DD-CPY                PIC 99.
           02 MM-CPY                PIC 99.
           02 AA-CPY                PIC 9(4).
       01  FECHA-AMD-W.
           02 AA-AMD-W              PIC 9(4).
           02 MM-AMD-W              PIC 99.
           02 DD-AMD-W              PIC 99.

       01  CODCON-INPUT       PIC 9(5)  VALUE ZEROS.
       01  NOMCON-INPUT       PIC X(30) VALUE SPACES.
       01  PRODCON-INPUT      PIC 9(4)  VALUE ZEROS.
       01  PRODCON-OUTPUT     PIC X(30) VALUE SPACES.
       01  TIPCON-INPUT       PIC X     VALUE SPACES.
       01  CLICON-INPUT       PIC 9(5)  VALUE ZEROS.
       01  CLICON-OUTPUT      PIC X(40) VALUE SPACES.
       01  TONCON-INPUT       PIC 9(7)V999 VALUE ZEROS.
       01  VIGDES-INPUT       PIC 9(8)  VALUE ZEROS.
       01  VIGHAS-INPUT       PIC 9(8)  VALUE ZEROS.
       01  TOLCON-INPUT       PIC 9(3)V99 VALUE ZEROS.

       77  PLANTA-CONV-W      PIC 9(3) VALUE 572.
       77  VIGDES-AMD-W       PIC 9(8) VALUE ZEROS.
       77  VIGHAS-AMD-W       PIC 9(8) VALUE ZEROS.
       77  AMD-HOY-W          PIC 9(8) VALUE ZEROS.
       77  HAY-REG-W          PIC 9 VALUE ZEROS.
           88 EXISTE-REG      VALUE 1.

       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-182.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-182' TO PROGRAMA-BIT-W.

           OPEN I-O AR-CONVENIO.
           OPEN INPUT AR-CLIENTES AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO CODCON-INPUT PRODCON-INPUT CLICON-INPUT
                         TONCON-INPUT VIGDES-INPUT VIGHAS-INPUT
                         TOLCON-INPUT.
           MOVE SPACES TO NOMCON-INPUT PRODCON-OUTPUT CLICON-OUTPUT.
           MOVE 'A' TO TIPCON-INPUT.

       SF1.
           DISPLAY PL-182-SF-1-Screen.
           ACCEPT PL-182-SF-1-Screen.
           IF Screen-No-Input-Field
               accept omitted time 300
           END-IF.

           IF KEY-STATUS = 96
              IF EVENT-TYPE = CMD-CLOSE
                 GO TO END-PROGRAMA
              END-IF
           END-IF.

           IF KEY-STATUS = 27 GO TO END-PROGRAMA.

           IF KEY-STATUS = CON-BUSCAR-PRESSED
              PERFORM LEO-CONVENIO THRU EXIT-LEO-CONVENIO
              GO TO SF1
           END-IF.

           IF KEY-STATUS = CON-GRABAR-PRESSED
              PERFORM GRABA-CONVENIO THRU EXIT-GRABA-CONVENIO
              GO TO SF1
           END-IF.

           GO TO SF1.

       END-PROGRAMA.
            CLOSE AR-CONVENIO AR-CLIENTES AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-182'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-182-SF-1-Screen.
            DESTROY PL-182-SF-1-Handle.

            EXIT PROGRAM.
            STOP RUN.

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

       NOMBRES-CON.
           MOVE PRODCON-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE SPACES TO PRODCON-OUTPUT
           NOT INVALID KEY
                MOVE NOM-PROD TO PRODCON-OUTPUT
           END-READ.
           MOVE CLICON-INPUT TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                MOVE SPACES TO CLICON-OUTPUT
           NOT INVALID KEY
                MOVE NOM-CLI TO CLICON-OUTPUT
           END-READ.
       EXIT-NOMBRES-CON.
           EXIT.

       LEO-CONVENIO.
           IF CODCON-INPUT = ZEROS
              MOVE 'INGRESE EL CODIGO DE CONVENIO' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-CONVENIO
           END-IF.
           MOVE EMPRESA-EXT   TO EMPRESA-CONVENIO.
           MOVE PLANTA-CONV-W TO PLANTA-CONVENIO.
           MOVE CODCON-INPUT  TO CODIGO-CONVENIO.
           READ AR-CONVENIO INVALID KEY
                MOVE SPACES TO NOMCON-INPUT PRODCON-OUTPUT
                               CLICON-OUTPUT
                MOVE ZEROS  TO PRODCON-INPUT CLICON-INPUT
                               TONCON-INPUT VIGDES-INPUT VIGHAS-INPUT
                               TOLCON-INPUT
                MOVE 'A'    TO TIPCON-INPUT
                MOVE 'CONVENIO NUEVO, COMPLETE LOS DATOS' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                DISPLAY PL-182-SF-1-Screen
                GO TO EXIT-LEO-CONVENIO
           END-READ.
           MOVE NOMBRE-CONVENIO     TO NOMCON-INPUT.
           MOVE PRODUCTO-CONVENIO   TO PRODCON-INPUT.
           MOVE TIPOCLI-CONVENIO    TO TIPCON-INPUT.
           IF TIPCON-INPUT NOT = 'C'
              MOVE 'A' TO TIPCON-INPUT
           END-IF.
           MOVE CLIENTE-CONVENIO    TO CLICON-INPUT.
           MOVE TONELADAS-CONVENIO  TO TONCON-INPUT.
           MOVE TOLERANCIA-CONVENIO TO TOLCON-INPUT.
           MOVE ZEROS TO VIGDES-INPUT VIGHAS-INPUT.
           IF VIGDESDE-CONVENIO > ZEROS
              MOVE VIGDESDE-CONVENIO TO FECHA-AMD-W
              MOVE DD-AMD-W TO DD-CPY
              MOVE MM-AMD-W TO MM-CPY
              MOVE AA-AMD-W TO AA-CPY
              MOVE DMA-CPY  TO VIGDES-INPUT
           END-IF.
           IF VIGHASTA-CONVENIO > ZEROS
              MOVE VIGHASTA-CONVENIO TO FECHA-AMD-W
              MOVE DD-AMD-W TO DD-CPY
              MOVE MM-AMD-W TO MM-CPY
              MOVE AA-AMD-W TO AA-CPY
              MOVE DMA-CPY  TO VIGHAS-INPUT
           END-IF.
           PERFORM NOMBRES-CON THRU EXIT-NOMBRES-CON.
           DISPLAY PL-182-SF-1-Screen.
       EXIT-LEO-CONVENIO.
           EXIT.

       GRABA-CONVENIO.
           IF CODCON-INPUT = ZEROS
              MOVE 'INGRESE EL CODIGO DE CONVENIO' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           IF NOMCON-INPUT NOT > SPACES
              MOVE 'INGRESE EL NOMBRE DEL CONVENIO' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           MOVE PRODCON-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE 'CODIGO DE PRODUCTO INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CONVENIO
           END-READ.
           MOVE NOM-PROD TO PRODCON-OUTPUT.
           IF TIPCON-INPUT NOT = 'A' AND NOT = 'C'
              MOVE 'EL TIPO DEBE SER A (ACOPIADOR) O C (CEDENTE)'
                   TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           MOVE CLICON-INPUT TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                MOVE 'CODIGO DE CLIENTE INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CONVENIO
           END-READ.
           MOVE NOM-CLI TO CLICON-OUTPUT.
           IF TONCON-INPUT = ZEROS
              MOVE 'INGRESE LAS TONELADAS PACTADAS' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           MOVE VIGDES-INPUT TO DMA-CPY.
           MOVE AA-CPY TO AA-AMD-W.
           MOVE MM-CPY TO MM-AMD-W.
           MOVE DD-CPY TO DD-AMD-W.
           IF FECHA-AMD-W = ZEROS OR DD-CPY < 01 OR DD-CPY > 31
              OR MM-CPY < 01 OR MM-CPY > 12 OR AA-CPY < 1998
              MOVE 'LA VIGENCIA DESDE ES INCORRECTA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           MOVE FECHA-AMD-W TO VIGDES-AMD-W.
           MOVE VIGHAS-INPUT TO DMA-CPY.
           MOVE AA-CPY TO AA-AMD-W.
           MOVE MM-CPY TO MM-AMD-W.
           MOVE DD-CPY TO DD-AMD-W.
           IF FECHA-AMD-W = ZEROS OR DD-CPY < 01 OR DD-CPY > 31
              OR MM-CPY < 01 OR MM-CPY > 12 OR AA-CPY < 1998
              OR FECHA-AMD-W < VIGDES-AMD-W
              MOVE 'LA VIGENCIA HASTA ES INCORRECTA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           MOVE FECHA-AMD-W TO VIGHAS-AMD-W.
           IF TOLCON-INPUT > 100
              MOVE 'LA TOLERANCIA NO PUEDE SUPERAR EL 100 %' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CONVENIO
           END-IF.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-EXT   TO EMPRESA-CONVENIO.
           MOVE PLANTA-CONV-W TO PLANTA-CONVENIO.
           MOVE CODCON-INPUT  TO CODIGO-CONVENIO.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-CONVENIO INVALID KEY
                INITIALIZE AR-CONVENIO-REC
                MOVE EMPRESA-EXT   TO EMPRESA-CONVENIO
                MOVE PLANTA-CONV-W TO PLANTA-CONVENIO
                MOVE CODCON-INPUT  TO CODIGO-CONVENIO
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-CONVENIO-REC TO ANTES-BIT-W
108087          MOVE 'M'             TO OPERA-BIT-W
           END-READ.
           MOVE NOMCON-INPUT  TO NOMBRE-CONVENIO.
           MOVE PRODCON-INPUT TO PRODUCTO-CONVENIO.
           MOVE TIPCON-INPUT  TO TIPOCLI-CONVENIO.
           MOVE CLICON-INPUT  TO CLIENTE-CONVENIO.
           MOVE TONCON-INPUT  TO TONELADAS-CONVENIO.
           MOVE VIGDES-AMD-W  TO VIGDESDE-CONVENIO.
           MOVE VIGHAS-AMD-W  TO VIGHASTA-CONVENIO.
           MOVE TOLCON-INPUT  TO TOLERANCIA-CONVENIO.
           MOVE USUARIO-EXT   TO USUARIO-CONVENIO.
           MOVE AMD-HOY-W     TO FECACT-CONVENIO.
           IF EXISTE-REG
              REWRITE AR-CONVENIO-REC INVALID KEY
                   MOVE 'NO PUEDO GRABAR EL CONVENIO' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-CONVENIO
              END-REWRITE
           ELSE
              WRITE AR-CONVENIO-REC INVALID KEY
                   MOVE 'NO PUEDO GRABAR EL CONVENIO' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-CONVENIO
              END-WRITE
           END-IF.
108087     MOVE 'AR-CONVENIO' TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-CONVENIO TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-CONVENIO-REC TO LARGO-BIT-W.
108087     MOVE AR-CONVENIO-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           DISPLAY PL-182-SF-1-Screen.
           MOVE 'CONVENIO GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-CONVENIO.
           EXIT.

108087     COPY "BITACORA.PRD".
