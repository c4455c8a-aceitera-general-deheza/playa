       IDENTIFICATION DIVISION.
      * 108081 - Playa - Programa nuevo: mantenimiento del estandar
      *          comercial de calidad (AR-ESTCAL) por producto y
      *          rubro de analisis, con vigencia desde/hasta por
      *          fecha de calado: valor base del rubro, escalon en
      *          puntos (0 = sin escalon), porcentaje de
      *          bonificacion y de rebaja por punto y sentido del
      *          rubro (D = defecto, rebaja por encima de la base y
      *          bonifica por debajo; M = merito, al reves). La
      *          liquidacion de calidad por camion PL-175 toma el
      *          estandar vigente a la fecha de calado de cada
      *          camion. Un estandar activo no puede superponer su
      *          vigencia con otro activo del mismo producto y rubro.
      * 108087 - Playa - Cada alta o modificacion del estandar queda en
      *          la bitacora de cambios AR-BITACORA con la imagen
      *          anterior y posterior del registro.
       PROGRAM-ID. PL-174.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "ESTCAL.SEL".
       COPY "RUBROS.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "ESTCAL.CPY".
       COPY "RUBROS.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

            COPY "acugui.def".
            COPY "fonts.def".
            COPY "crtvars.def".
            COPY "Acucobol.def".

       78  EST-BUSCAR-PRESSED  VALUE 3001.
       78  EST-GRABAR-PRESSED  VALUE 3002.

       77  KEY-STATUS IS SPECIAL-NAMES CRT STATUS PIC 9(5) VALUE 0.
           88 Screen-No-Input-Field               VALUE 97.
           88 EXIT-PUSHED                  VALUE 27.
           88 EVENT-OCCURRED               VALUE 96.

            COPY "COPY.CPY".

       01  PRODEST-INPUT      PIC 9(4)  VALUE ZEROS.
       01  PRODEST-OUTPUT     PIC X(30) VALUE SPACES.
       01  RUBEST-INPUT       PIC 9(4)  VALUE ZEROS.
       01  RUBEST-OUTPUT      PIC X(20) VALUE SPACES.
       01  VIGDES-INPUT       PIC 9(8)  VALUE ZEROS.
       01  VIGHAS-INPUT       PIC 9(8)  VALUE ZEROS.
       01  BASEEST-INPUT      PIC S9(3)V9(4) VALUE ZEROS.
       01  ESCEST-INPUT       PIC S9(3)V9(4) VALUE ZEROS.
       01  BONEST-INPUT       PIC S9(3)V9(4) VALUE ZEROS.
       01  REBEST-INPUT       PIC S9(3)V9(4) VALUE ZEROS.
       01  SENEST-INPUT       PIC X     VALUE SPACES.
       01  ACTEST-INPUT       PIC 9     VALUE ZEROS.

       77  HAY-REG-W          PIC 9 VALUE ZEROS.
           88 EXISTE-REG      VALUE 1.
       77  HAY-SUPER-W        PIC 9 VALUE ZEROS.
           88 HAY-SUPERPOSICION VALUE 1.
       01  DESDE-SUPER-W      PIC 9(8) VALUE ZEROS.

       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-174.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-174' TO PROGRAMA-BIT-W.

           OPEN I-O AR-ESTCAL.
           OPEN INPUT AR-RUBROS AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO PRODEST-INPUT RUBEST-INPUT VIGDES-INPUT
                         VIGHAS-INPUT BASEEST-INPUT ESCEST-INPUT
                         BONEST-INPUT REBEST-INPUT ACTEST-INPUT.
           MOVE SPACES TO PRODEST-OUTPUT RUBEST-OUTPUT SENEST-INPUT.

       SF1.
           DISPLAY PL-174-SF-1-Screen.
           ACCEPT PL-174-SF-1-Screen.
           IF Screen-No-Input-Field
               accept omitted time 300
           END-IF.

           IF KEY-STATUS = 96
              IF EVENT-TYPE = CMD-CLOSE
                 GO TO END-PROGRAMA
              END-IF
           END-IF.

           IF KEY-STATUS = 27 GO TO END-PROGRAMA.

           IF KEY-STATUS = EST-BUSCAR-PRESSED
              PERFORM LEO-ESTANDAR THRU EXIT-LEO-ESTANDAR
              GO TO SF1
           END-IF.

           IF KEY-STATUS = EST-GRABAR-PRESSED
              PERFORM GRABA-ESTANDAR THRU EXIT-GRABA-ESTANDAR
              GO TO SF1
           END-IF.

           GO TO SF1.

       END-PROGRAMA.
            CLOSE AR-ESTCAL AR-RUBROS AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-174'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-174-SF-1-Screen.
            DESTROY PL-174-SF-1-Handle.

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

       NOMBRES-EST.
           MOVE PRODEST-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE SPACES TO PRODEST-OUTPUT
           NOT INVALID KEY
                MOVE NOM-PROD TO PRODEST-OUTPUT
           END-READ.
           MOVE RUBEST-INPUT TO CODIGO-RUBROS.
           READ AR-RUBROS INVALID KEY
                MOVE SPACES TO RUBEST-OUTPUT
           NOT INVALID KEY
                MOVE NOMBRE-RUBROS TO RUBEST-OUTPUT
           END-READ.
       EXIT-NOMBRES-EST.
           EXIT.

       LEO-ESTANDAR.
           IF PRODEST-INPUT = ZEROS OR RUBEST-INPUT = ZEROS
              OR VIGDES-INPUT = ZEROS
              MOVE 'INGRESE PRODUCTO, RUBRO Y VIGENCIA DESDE'
                   TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-ESTANDAR
           END-IF.
           PERFORM NOMBRES-EST THRU EXIT-NOMBRES-EST.
           MOVE PRODEST-INPUT TO PRODUCTO-ESTCAL.
           MOVE RUBEST-INPUT  TO RUBRO-ESTCAL.
           MOVE VIGDES-INPUT  TO VIGDESDE-ESTCAL.
           READ AR-ESTCAL INVALID KEY
                MOVE ZEROS TO VIGHAS-INPUT BASEEST-INPUT
                              ESCEST-INPUT BONEST-INPUT REBEST-INPUT
                MOVE 'D'   TO SENEST-INPUT
                MOVE 1     TO ACTEST-INPUT
                MOVE 'ESTANDAR NUEVO, COMPLETE LOS DATOS' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
           NOT INVALID KEY
                MOVE VIGHASTA-ESTCAL TO VIGHAS-INPUT
                MOVE BASE-ESTCAL     TO BASEEST-INPUT
                MOVE ESCALON-ESTCAL  TO ESCEST-INPUT
                MOVE BONIF-ESTCAL    TO BONEST-INPUT
                MOVE REBAJA-ESTCAL   TO REBEST-INPUT
                MOVE SENTIDO-ESTCAL  TO SENEST-INPUT
                MOVE ACTIVO-ESTCAL   TO ACTEST-INPUT
           END-READ.
           DISPLAY PL-174-SF-1-Screen.
       EXIT-LEO-ESTANDAR.
           EXIT.

       GRABA-ESTANDAR.
           IF PRODEST-INPUT = ZEROS OR RUBEST-INPUT = ZEROS
              OR VIGDES-INPUT = ZEROS
              MOVE 'INGRESE PRODUCTO, RUBRO Y VIGENCIA DESDE'
                   TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-ESTANDAR
           END-IF.
           MOVE PRODEST-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE 'CODIGO DE PRODUCTO INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-ESTANDAR
           END-READ.
           MOVE RUBEST-INPUT TO CODIGO-RUBROS.
           READ AR-RUBROS INVALID KEY
                MOVE 'CODIGO DE RUBRO INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-ESTANDAR
           END-READ.
           IF VIGHAS-INPUT = ZEROS OR VIGHAS-INPUT < VIGDES-INPUT
              MOVE 'LA VIGENCIA HASTA ES INCORRECTA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-ESTANDAR
           END-IF.
           IF SENEST-INPUT NOT = 'D' AND NOT = 'M'
              MOVE 'EL SENTIDO DEBE SER D (DEFECTO) O M (MERITO)'
                   TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-ESTANDAR
           END-IF.
           IF ESCEST-INPUT < ZEROS OR BONEST-INPUT < ZEROS
              OR REBEST-INPUT < ZEROS
              MOVE 'ESCALON, BONIFICACION Y REBAJA VAN EN POSITIVO'
                   TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-ESTANDAR
           END-IF.
           IF ACTEST-INPUT = 1
              PERFORM CONTROLA-SUPERPOSICION
                 THRU EXIT-CONTROLA-SUPERPOSICION
              IF HAY-SUPERPOSICION
                 MOVE SPACES TO MENSA-W
                 STRING 'LA VIGENCIA SE SUPERPONE CON EL ESTANDAR DEL '
                        DELIMITED BY SIZE
                        DESDE-SUPER-W DELIMITED BY SIZE
                        INTO MENSA-W
                 END-STRING
                 PERFORM AVISO THRU EXIT-AVISO
                 GO TO EXIT-GRABA-ESTANDAR
              END-IF
           END-IF.
           MOVE PRODEST-INPUT TO PRODUCTO-ESTCAL.
           MOVE RUBEST-INPUT  TO RUBRO-ESTCAL.
           MOVE VIGDES-INPUT  TO VIGDESDE-ESTCAL.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-ESTCAL INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-ESTCAL-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           MOVE PRODEST-INPUT TO PRODUCTO-ESTCAL.
           MOVE RUBEST-INPUT  TO RUBRO-ESTCAL.
           MOVE VIGDES-INPUT  TO VIGDESDE-ESTCAL.
           MOVE VIGHAS-INPUT  TO VIGHASTA-ESTCAL.
           MOVE BASEEST-INPUT TO BASE-ESTCAL.
           MOVE ESCEST-INPUT  TO ESCALON-ESTCAL.
           MOVE BONEST-INPUT  TO BONIF-ESTCAL.
           MOVE REBEST-INPUT  TO REBAJA-ESTCAL.
           MOVE SENEST-INPUT  TO SENTIDO-ESTCAL.
           MOVE ACTEST-INPUT  TO ACTIVO-ESTCAL.
           IF EXISTE-REG
              REWRITE AR-ESTCAL-REC INVALID KEY
                   CONTINUE
              END-REWRITE
           ELSE
              WRITE AR-ESTCAL-REC INVALID KEY
                   CONTINUE
              END-WRITE
           END-IF.
108087     MOVE 'AR-ESTCAL' TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-ESTCAL TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-ESTCAL-REC TO LARGO-BIT-W.
108087     MOVE AR-ESTCAL-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           MOVE 'ESTANDAR GRABADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-ESTANDAR.
           EXIT.

      * Busca otro estandar activo del mismo producto y rubro cuya
      * vigencia se cruce con la ingresada: PL-175 tomaria el que
      * lea primero. El registro que se esta modificando (misma
      * vigencia desde) no cuenta.
       CONTROLA-SUPERPOSICION.
           MOVE ZEROS TO HAY-SUPER-W DESDE-SUPER-W.
           INITIALIZE AR-ESTCAL-REC.
           MOVE PRODEST-INPUT TO PRODUCTO-ESTCAL.
           MOVE RUBEST-INPUT  TO RUBRO-ESTCAL.
           MOVE ZEROS         TO VIGDESDE-ESTCAL.
           START AR-ESTCAL KEY NOT LESS THAN CLAVE-ESTCAL
                                                   INVALID KEY
                GO TO EXIT-CONTROLA-SUPERPOSICION
           END-START.
       LEO-SUPERPOSICION.
           READ AR-ESTCAL NEXT RECORD AT END
                GO TO EXIT-CONTROLA-SUPERPOSICION
           END-READ.
           IF PRODUCTO-ESTCAL NOT = PRODEST-INPUT OR
              RUBRO-ESTCAL    NOT = RUBEST-INPUT
              GO TO EXIT-CONTROLA-SUPERPOSICION
           END-IF.
           IF VIGDESDE-ESTCAL > VIGHAS-INPUT
              GO TO EXIT-CONTROLA-SUPERPOSICION
           END-IF.
           IF VIGDESDE-ESTCAL = VIGDES-INPUT OR ACTIVO-ESTCAL NOT = 1
              GO TO LEO-SUPERPOSICION
           END-IF.
           IF VIGHASTA-ESTCAL NOT < VIGDES-INPUT
              MOVE 1 TO HAY-SUPER-W
              MOVE VIGDESDE-ESTCAL TO DESDE-SUPER-W
              GO TO EXIT-CONTROLA-SUPERPOSICION
           END-IF.
           GO TO LEO-SUPERPOSICION.
       EXIT-CONTROLA-SUPERPOSICION.
           EXIT.

108087     COPY "BITACORA.PRD".
