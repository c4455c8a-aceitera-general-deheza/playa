       IDENTIFICATION DIVISION.
      * 108082 - Playa - Programa nuevo: carga de movimientos de la
      *          cuenta corriente de granos (AR-MOVGRA) por
      *          depositante (cedente) y producto: retiros,
      *          transferencias entre depositantes, ventas a la
      *          planta y boletos fijados. Cada movimiento lleva
      *          numero automatico (ultimo numero en el registro
      *          cero de AR-MOVGRA), fecha, usuario y referencia
      *          obligatoria, y actualiza en el momento los debitos
      *          y el saldo de AR-CTAGRA (en una transferencia
      *          tambien el del depositante que recibe). El boton
      *          de saldo muestra lo que le queda al depositante
      *          segun la ultima corrida del estado de cuenta
      *          PL-177 mas los movimientos cargados despues.
      * 108087 - Playa - Cada movimiento grabado (las dos partidas de
      *          una transferencia) queda en la bitacora de cambios
      *          AR-BITACORA como alta con la imagen del registro.
       PROGRAM-ID. PL-176.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "MOVGRA.SEL".
       COPY "CTAGRA.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "MOVGRA.CPY".
       COPY "CTAGRA.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

            COPY "acugui.def".
            COPY "fonts.def".
            COPY "crtvars.def".
            COPY "Acucobol.def".

       78  MOV-SALDO-PRESSED   VALUE 3001.
       78  MOV-GRABAR-PRESSED  VALUE 3002.

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

       01  TIPOMOV-INPUT      PIC X     VALUE SPACES.
       01  FECHAMOV-INPUT     PIC 9(8)  VALUE ZEROS.
       01  CLIMOV-INPUT       PIC 9(5)  VALUE ZEROS.
       01  CLIMOV-OUTPUT      PIC X(40) VALUE SPACES.
       01  PRODMOV-INPUT      PIC 9(4)  VALUE ZEROS.
       01  PRODMOV-OUTPUT     PIC X(30) VALUE SPACES.
       01  KILOSMOV-INPUT     PIC 9(9)  VALUE ZEROS.
       01  CLIDEST-INPUT      PIC 9(5)  VALUE ZEROS.
       01  CLIDEST-OUTPUT     PIC X(40) VALUE SPACES.
       01  REFMOV-INPUT       PIC X(30) VALUE SPACES.
       01  SALDO-OUTPUT       PIC -(10)9 VALUE ZEROS.
       01  FECSAL-OUTPUT      PIC 9(8)  VALUE ZEROS.

       77  NUMERO-W           PIC 9(8) VALUE ZEROS.
       77  HORA-W             PIC 9(8) VALUE ZEROS.
       77  AMD-HOY-W          PIC 9(8) VALUE ZEROS.
       77  CLIENTE-W          PIC 9(5) VALUE ZEROS.
       77  DEBITO-W           PIC S9(11) COMP-3 VALUE ZEROS.
       77  SALDO-W            PIC S9(11) COMP-3 VALUE ZEROS.
       77  SALDO-ORI-W        PIC S9(11) COMP-3 VALUE ZEROS.
       01  MOVGRA-HOLD-W      PIC X(137) VALUE SPACES.
       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-176.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-176' TO PROGRAMA-BIT-W.

           OPEN I-O AR-MOVGRA AR-CTAGRA.
           OPEN INPUT AR-CLIENTES AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO FECHAMOV-INPUT CLIMOV-INPUT PRODMOV-INPUT
                         KILOSMOV-INPUT CLIDEST-INPUT SALDO-OUTPUT
                         FECSAL-OUTPUT.
           MOVE SPACES TO TIPOMOV-INPUT CLIMOV-OUTPUT PRODMOV-OUTPUT
                          CLIDEST-OUTPUT REFMOV-INPUT.

       SF1.
           DISPLAY PL-176-SF-1-Screen.
           ACCEPT PL-176-SF-1-Screen.
           IF Screen-No-Input-Field
               accept omitted time 300
           END-IF.

           IF KEY-STATUS = 96
              IF EVENT-TYPE = CMD-CLOSE
                 GO TO END-PROGRAMA
              END-IF
           END-IF.

           IF KEY-STATUS = 27 GO TO END-PROGRAMA.

           IF KEY-STATUS = MOV-SALDO-PRESSED
              PERFORM MUESTRA-SALDO THRU EXIT-MUESTRA-SALDO
              GO TO SF1
           END-IF.

           IF KEY-STATUS = MOV-GRABAR-PRESSED
              PERFORM GRABA-MOVIMIENTO THRU EXIT-GRABA-MOVIMIENTO
              GO TO SF1
           END-IF.

           GO TO SF1.

       END-PROGRAMA.
            CLOSE AR-MOVGRA AR-CTAGRA AR-CLIENTES AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-176'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-176-SF-1-Screen.
            DESTROY PL-176-SF-1-Handle.

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

       MUESTRA-SALDO.
           IF CLIMOV-INPUT = ZEROS OR PRODMOV-INPUT = ZEROS
              MOVE 'INGRESE DEPOSITANTE Y PRODUCTO' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-MUESTRA-SALDO
           END-IF.
           MOVE CLIMOV-INPUT TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                MOVE SPACES TO CLIMOV-OUTPUT
           NOT INVALID KEY
                MOVE NOM-CLI TO CLIMOV-OUTPUT
           END-READ.
           MOVE PRODMOV-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE SPACES TO PRODMOV-OUTPUT
           NOT INVALID KEY
                MOVE NOM-PROD TO PRODMOV-OUTPUT
           END-READ.
           MOVE EMPRESA-EXT   TO EMPRESA-CTAG.
           MOVE PLANTA-EXT    TO PLANTA-CTAG.
           MOVE CLIMOV-INPUT  TO CLIENTE-CTAG.
           MOVE PRODMOV-INPUT TO PRODUCTO-CTAG.
           READ AR-CTAGRA INVALID KEY
                MOVE ZEROS TO SALDO-OUTPUT FECSAL-OUTPUT
                MOVE 'EL DEPOSITANTE NO TIENE CUENTA EN ESE PRODUCTO'
                     TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
           NOT INVALID KEY
                MOVE SALDO-CTAG    TO SALDO-OUTPUT
                MOVE FECSALDO-CTAG TO FECHA-AMD-W
                MOVE DD-AMD-W TO DD-CPY
                MOVE MM-AMD-W TO MM-CPY
                MOVE AA-AMD-W TO AA-CPY
                MOVE DMA-CPY  TO FECSAL-OUTPUT
           END-READ.
           DISPLAY PL-176-SF-1-Screen.
       EXIT-MUESTRA-SALDO.
           EXIT.

       GRABA-MOVIMIENTO.
           IF TIPOMOV-INPUT NOT = 'R' AND NOT = 'T' AND NOT = 'V'
                            AND NOT = 'B'
              MOVE 'EL TIPO DEBE SER R, T, V O B' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-MOVIMIENTO
           END-IF.
           MOVE FECHAMOV-INPUT TO DMA-CPY.
           MOVE AA-CPY TO AA-AMD-W.
           MOVE MM-CPY TO MM-AMD-W.
           MOVE DD-CPY TO DD-AMD-W.
           IF FECHA-AMD-W = ZEROS OR DD-CPY < 01 OR DD-CPY > 31
              OR MM-CPY < 01 OR MM-CPY > 12 OR AA-CPY < 1998
              MOVE 'LA FECHA ES INCORRECTA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-MOVIMIENTO
           END-IF.
           MOVE CLIMOV-INPUT TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                MOVE 'CODIGO DE DEPOSITANTE INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-MOVIMIENTO
           END-READ.
           MOVE NOM-CLI TO CLIMOV-OUTPUT.
           MOVE PRODMOV-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE 'CODIGO DE PRODUCTO INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-MOVIMIENTO
           END-READ.
           MOVE NOM-PROD TO PRODMOV-OUTPUT.
           IF KILOSMOV-INPUT = ZEROS
              MOVE 'INGRESE LOS KILOS' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-MOVIMIENTO
           END-IF.
           IF TIPOMOV-INPUT = 'T'
              IF CLIDEST-INPUT = ZEROS OR CLIDEST-INPUT = CLIMOV-INPUT
                 MOVE 'INGRESE EL DEPOSITANTE QUE RECIBE' TO MENSA-W
                 PERFORM AVISO THRU EXIT-AVISO
                 GO TO EXIT-GRABA-MOVIMIENTO
              END-IF
              MOVE CLIDEST-INPUT TO CODIGO-CLI
              READ AR-CLIENTES INVALID KEY
                   MOVE 'DEPOSITANTE QUE RECIBE INCORRECTO' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-MOVIMIENTO
              END-READ
              MOVE NOM-CLI TO CLIDEST-OUTPUT
           ELSE
              MOVE ZEROS  TO CLIDEST-INPUT
              MOVE SPACES TO CLIDEST-OUTPUT
           END-IF.
           IF REFMOV-INPUT = SPACES
              MOVE 'LA REFERENCIA ES OBLIGATORIA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-MOVIMIENTO
           END-IF.

           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           PERFORM LEE-CONTROL-NRO THRU EXIT-LEE-CONTROL-NRO.
       GRABA-MOVIMIENTO-WRITE.
           ADD 1 TO NUMERO-W.
           INITIALIZE AR-MOVGRA-REC.
           MOVE EMPRESA-EXT     TO EMPRESA-MOVG.
           MOVE PLANTA-EXT      TO PLANTA-MOVG.
           MOVE NUMERO-W        TO NUMERO-MOVG.
           MOVE 1               TO ITEM-MOVG.
           MOVE FECHA-AMD-W     TO FECHA-MOVG.
           MOVE TIPOMOV-INPUT   TO TIPO-MOVG.
           MOVE 'D'             TO SIGNO-MOVG.
           MOVE CLIMOV-INPUT    TO CLIENTE-MOVG.
           MOVE PRODMOV-INPUT   TO PRODUCTO-MOVG.
           MOVE KILOSMOV-INPUT  TO KILOS-MOVG.
           MOVE CLIDEST-INPUT   TO CLIOTRO-MOVG.
           MOVE REFMOV-INPUT    TO REFER-MOVG.
           MOVE USUARIO-EXT     TO USUARIO-MOVG.
           MOVE AMD-HOY-W       TO FECALTA-MOVG.
           MOVE HORA-W          TO HORALTA-MOVG.
           WRITE AR-MOVGRA-REC INVALID KEY
                GO TO GRABA-MOVIMIENTO-WRITE
           END-WRITE.
108087     PERFORM BITACORA-MOVGRA THRU EXIT-BITACORA-MOVGRA.
           PERFORM GRABA-CONTROL-NRO THRU EXIT-GRABA-CONTROL-NRO.
           MOVE CLIMOV-INPUT   TO CLIENTE-W.
           MOVE KILOSMOV-INPUT TO DEBITO-W.
           PERFORM ACTUALIZA-CUENTA THRU EXIT-ACTUALIZA-CUENTA.
           MOVE SALDO-W TO SALDO-OUTPUT SALDO-ORI-W.
           MOVE FECHAMOV-INPUT TO FECSAL-OUTPUT.

           IF TIPOMOV-INPUT = 'T'
              MOVE 2             TO ITEM-MOVG
              MOVE 'C'           TO SIGNO-MOVG
              MOVE CLIDEST-INPUT TO CLIENTE-MOVG
              MOVE CLIMOV-INPUT  TO CLIOTRO-MOVG
              WRITE AR-MOVGRA-REC INVALID KEY
                   CONTINUE
              END-WRITE
108087        PERFORM BITACORA-MOVGRA THRU EXIT-BITACORA-MOVGRA
              MOVE CLIDEST-INPUT TO CLIENTE-W
              COMPUTE DEBITO-W = ZEROS - KILOSMOV-INPUT
              PERFORM ACTUALIZA-CUENTA THRU EXIT-ACTUALIZA-CUENTA
           END-IF.

           MOVE SPACES TO MENSA-W.
           STRING 'MOVIMIENTO GRABADO CON NUMERO ' DELIMITED BY SIZE
                  NUMERO-W DELIMITED BY SIZE
                  INTO MENSA-W
           END-STRING.
           PERFORM AVISO THRU EXIT-AVISO.
           IF SALDO-ORI-W < ZEROS
              MOVE 'ATENCION: EL SALDO DEL DEPOSITANTE QUEDA NEGATIVO'
                   TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
           END-IF.
           MOVE ZEROS TO KILOSMOV-INPUT CLIDEST-INPUT.
           MOVE SPACES TO REFMOV-INPUT CLIDEST-OUTPUT.
           DISPLAY PL-176-SF-1-Screen.
       EXIT-GRABA-MOVIMIENTO.
           EXIT.

108087 BITACORA-MOVGRA.
108087     MOVE 'AR-MOVGRA'   TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-MOVGRA  TO CLAVE-BIT-W.
108087     MOVE 'A'           TO OPERA-BIT-W.
108087     MOVE LENGTH OF AR-MOVGRA-REC TO LARGO-BIT-W.
108087     MOVE SPACES        TO ANTES-BIT-W.
108087     MOVE AR-MOVGRA-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
108087 EXIT-BITACORA-MOVGRA.
108087     EXIT.

      * Suma DEBITO-W a los debitos de la cuenta de CLIENTE-W y
      * recalcula el saldo (un credito por transferencia recibida
      * llega con DEBITO-W negativo).
       ACTUALIZA-CUENTA.
           MOVE EMPRESA-EXT   TO EMPRESA-CTAG.
           MOVE PLANTA-EXT    TO PLANTA-CTAG.
           MOVE CLIENTE-W     TO CLIENTE-CTAG.
           MOVE PRODMOV-INPUT TO PRODUCTO-CTAG.
           READ AR-CTAGRA INVALID KEY
                INITIALIZE AR-CTAGRA-REC
                MOVE EMPRESA-EXT   TO EMPRESA-CTAG
                MOVE PLANTA-EXT    TO PLANTA-CTAG
                MOVE CLIENTE-W     TO CLIENTE-CTAG
                MOVE PRODMOV-INPUT TO PRODUCTO-CTAG
           END-READ.
           ADD DEBITO-W TO DEBITOS-CTAG.
           COMPUTE SALDO-CTAG = CREDITOS-CTAG - DEBITOS-CTAG.
           MOVE SALDO-CTAG  TO SALDO-W.
           MOVE AMD-HOY-W   TO FECACT-CTAG.
           MOVE USUARIO-EXT TO USUARIO-CTAG.
           REWRITE AR-CTAGRA-REC INVALID KEY
                WRITE AR-CTAGRA-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-REWRITE.
       EXIT-ACTUALIZA-CUENTA.
           EXIT.

       LEE-CONTROL-NRO.
           MOVE EMPRESA-EXT TO EMPRESA-MOVG.
           MOVE PLANTA-EXT  TO PLANTA-MOVG.
           MOVE ZEROS       TO NUMERO-MOVG ITEM-MOVG.
           READ AR-MOVGRA INVALID KEY
                INITIALIZE AR-MOVGRA-REC
                MOVE EMPRESA-EXT TO EMPRESA-MOVG
                MOVE PLANTA-EXT  TO PLANTA-MOVG
                MOVE ZEROS       TO NUMERO-MOVG ITEM-MOVG
                                    ULTIMO-MOVG
                WRITE AR-MOVGRA-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-READ.
           MOVE ULTIMO-MOVG TO NUMERO-W.
       EXIT-LEE-CONTROL-NRO.
           EXIT.

       GRABA-CONTROL-NRO.
           MOVE AR-MOVGRA-REC TO MOVGRA-HOLD-W.
           MOVE EMPRESA-EXT TO EMPRESA-MOVG.
           MOVE PLANTA-EXT  TO PLANTA-MOVG.
           MOVE ZEROS       TO NUMERO-MOVG ITEM-MOVG.
           READ AR-MOVGRA INVALID KEY
                INITIALIZE AR-MOVGRA-REC
                MOVE EMPRESA-EXT TO EMPRESA-MOVG
                MOVE PLANTA-EXT  TO PLANTA-MOVG
                MOVE ZEROS       TO NUMERO-MOVG ITEM-MOVG
           END-READ.
           MOVE NUMERO-W TO ULTIMO-MOVG.
           REWRITE AR-MOVGRA-REC INVALID KEY
                WRITE AR-MOVGRA-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-REWRITE.
           MOVE MOVGRA-HOLD-W TO AR-MOVGRA-REC.
       EXIT-GRABA-CONTROL-NRO.
           EXIT.

108087     COPY "BITACORA.PRD".
