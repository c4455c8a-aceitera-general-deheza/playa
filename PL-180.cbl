       IDENTIFICATION DIVISION.
      * 108084 - Playa - Programa nuevo: cupos de descarga. Carga los
      *          cupos de camiones y kilos que comercial otorga por
      *          dia, producto y acopiador (AR-CUPOS, numerados por
      *          planta) y, por interno/muestra, el numero de cupo
      *          con que llego cada camion (AR-CUPCAM), para que el
      *          informe de cumplimiento PL-181 compare lo otorgado
      *          contra los camiones calados.
      * 108087 - Playa - Las altas y modificaciones de cupos y del cupo
      *          de cada camion quedan en la bitacora de cambios
      *          AR-BITACORA con la imagen anterior y posterior.
       PROGRAM-ID. PL-180.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CUPOS.SEL".
       COPY "CUPCAM.SEL".
       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "CLIENTES.SEL".
       COPY "PRODUCTO.SEL".
108087 COPY "BITACORA.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "CUPOS.CPY".
       COPY "CUPCAM.CPY".
       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "CLIENTES.CPY".
       COPY "PRODUCTO.CPY".
108087 COPY "BITACORA.CPY".

       WORKING-STORAGE SECTION.

            COPY "acugui.def".
            COPY "fonts.def".
            COPY "crtvars.def".
            COPY "Acucobol.def".

       78  CUP-BUSCAR-PRESSED  VALUE 3001.
       78  CUP-GRABAR-PRESSED  VALUE 3002.
       78  CAM-BUSCAR-PRESSED  VALUE 3003.
       78  CAM-GRABAR-PRESSED  VALUE 3004.

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

       01  NROCUP-INPUT       PIC 9(8)  VALUE ZEROS.
       01  FECCUP-INPUT       PIC 9(8)  VALUE ZEROS.
       01  PRODCUP-INPUT      PIC 9(4)  VALUE ZEROS.
       01  PRODCUP-OUTPUT     PIC X(30) VALUE SPACES.
       01  ACOPCUP-INPUT      PIC 9(5)  VALUE ZEROS.
       01  ACOPCUP-OUTPUT     PIC X(40) VALUE SPACES.
       01  CAMCUP-INPUT       PIC 9(4)  VALUE ZEROS.
       01  KILCUP-INPUT       PIC 9(9)  VALUE ZEROS.
       01  ACTCUP-INPUT       PIC 9     VALUE ZEROS.
       01  OBSCUP-INPUT       PIC X(30) VALUE SPACES.

       01  INTERNO-INPUT      PIC 9(6)  VALUE ZEROS.
       01  MUESTRA-INPUT      PIC 9(12) VALUE ZEROS.
       01  PORTE-OUTPUT       PIC 9(13) VALUE ZEROS.
       01  FECCAL-OUTPUT      PIC 9(8)  VALUE ZEROS.
       01  ACOPCAM-OUTPUT     PIC X(40) VALUE SPACES.
       01  CUPCAM-INPUT       PIC 9(8)  VALUE ZEROS.

       77  NUMERO-W           PIC 9(8) VALUE ZEROS.
       77  AMD-HOY-W          PIC 9(8) VALUE ZEROS.
       77  HAY-REG-W          PIC 9 VALUE ZEROS.
           88 EXISTE-REG      VALUE 1.
       77  HAY-CAMION-W       PIC 9 VALUE ZEROS.
           88 EXISTE-CAMION   VALUE 1.
       01  CUPOS-HOLD-W       PIC X(132) VALUE SPACES.
       01  MENSA-W            PIC X(60) VALUE SPACES.

108087      COPY "BITACORA.WRK".

       SCREEN SECTION.
           COPY "PL-180.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.
108087     MOVE 'PL-180' TO PROGRAMA-BIT-W.

           OPEN I-O AR-CUPOS AR-CUPCAM.
           OPEN INPUT AR-CAMIONES AR-CAMITRAN AR-CLIENTES AR-PRODUCTO.

       INICIO.
           MOVE ZEROS TO NROCUP-INPUT FECCUP-INPUT PRODCUP-INPUT
                         ACOPCUP-INPUT CAMCUP-INPUT KILCUP-INPUT
                         INTERNO-INPUT MUESTRA-INPUT PORTE-OUTPUT
                         FECCAL-OUTPUT CUPCAM-INPUT.
           MOVE 1 TO ACTCUP-INPUT.
           MOVE SPACES TO PRODCUP-OUTPUT ACOPCUP-OUTPUT OBSCUP-INPUT
                          ACOPCAM-OUTPUT.

       SF1.
           DISPLAY PL-180-SF-1-Screen.
           ACCEPT PL-180-SF-1-Screen.
           IF Screen-No-Input-Field
               accept omitted time 300
           END-IF.

           IF KEY-STATUS = 96
              IF EVENT-TYPE = CMD-CLOSE
                 GO TO END-PROGRAMA
              END-IF
           END-IF.

           IF KEY-STATUS = 27 GO TO END-PROGRAMA.

           IF KEY-STATUS = CUP-BUSCAR-PRESSED
              PERFORM LEO-CUPO THRU EXIT-LEO-CUPO
              GO TO SF1
           END-IF.

           IF KEY-STATUS = CUP-GRABAR-PRESSED
              PERFORM GRABA-CUPO THRU EXIT-GRABA-CUPO
              GO TO SF1
           END-IF.

           IF KEY-STATUS = CAM-BUSCAR-PRESSED
              PERFORM LEO-CAMION THRU EXIT-LEO-CAMION
              GO TO SF1
           END-IF.

           IF KEY-STATUS = CAM-GRABAR-PRESSED
              PERFORM GRABA-CUPO-CAMION THRU EXIT-GRABA-CUPO-CAMION
              GO TO SF1
           END-IF.

           GO TO SF1.

       END-PROGRAMA.
            CLOSE AR-CUPOS AR-CUPCAM AR-CAMIONES AR-CAMITRAN
                  AR-CLIENTES AR-PRODUCTO.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-180'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-180-SF-1-Screen.
            DESTROY PL-180-SF-1-Handle.

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

       LEO-CUPO.
           IF NROCUP-INPUT = ZEROS
              MOVE 'INGRESE EL NUMERO DE CUPO' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-CUPO
           END-IF.
           MOVE EMPRESA-EXT  TO EMPRESA-CUPO.
           MOVE PLANTA-EXT   TO PLANTA-CUPO.
           MOVE NROCUP-INPUT TO NUMERO-CUPO.
           READ AR-CUPOS INVALID KEY
                MOVE 'EL CUPO NO EXISTE' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-LEO-CUPO
           END-READ.
           MOVE FECHA-CUPO TO FECHA-AMD-W.
           MOVE DD-AMD-W TO DD-CPY.
           MOVE MM-AMD-W TO MM-CPY.
           MOVE AA-AMD-W TO AA-CPY.
           MOVE DMA-CPY       TO FECCUP-INPUT.
           MOVE PRODUCTO-CUPO TO PRODCUP-INPUT CODIGO-PROD.
           MOVE ACOP-CUPO     TO ACOPCUP-INPUT CODIGO-CLI.
           MOVE CAMIONES-CUPO TO CAMCUP-INPUT.
           MOVE KILOS-CUPO    TO KILCUP-INPUT.
           MOVE ACTIVO-CUPO   TO ACTCUP-INPUT.
           MOVE OBSERV-CUPO   TO OBSCUP-INPUT.
           READ AR-PRODUCTO INVALID KEY
                INITIALIZE AR-PRODUCTO-REC
           END-READ.
           MOVE NOM-PROD TO PRODCUP-OUTPUT.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE NOM-CLI TO ACOPCUP-OUTPUT.
           DISPLAY PL-180-SF-1-Screen.
       EXIT-LEO-CUPO.
           EXIT.

      * Con numero cero da de alta un cupo nuevo con el proximo
      * numero de la planta; con numero cargado modifica el cupo.
       GRABA-CUPO.
           MOVE FECCUP-INPUT TO DMA-CPY.
           MOVE AA-CPY TO AA-AMD-W.
           MOVE MM-CPY TO MM-AMD-W.
           MOVE DD-CPY TO DD-AMD-W.
           IF FECHA-AMD-W = ZEROS OR DD-CPY < 01 OR DD-CPY > 31
              OR MM-CPY < 01 OR MM-CPY > 12 OR AA-CPY < 1998
              MOVE 'LA FECHA ES INCORRECTA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CUPO
           END-IF.
           MOVE PRODCUP-INPUT TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE 'CODIGO DE PRODUCTO INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CUPO
           END-READ.
           MOVE NOM-PROD TO PRODCUP-OUTPUT.
           MOVE ACOPCUP-INPUT TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                MOVE 'CODIGO DE ACOPIADOR INCORRECTO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CUPO
           END-READ.
           MOVE NOM-CLI TO ACOPCUP-OUTPUT.
           IF CAMCUP-INPUT = ZEROS
              MOVE 'INGRESE LA CANTIDAD DE CAMIONES' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CUPO
           END-IF.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.

           IF NROCUP-INPUT = ZEROS
              PERFORM LEE-CONTROL-NRO THRU EXIT-LEE-CONTROL-NRO
              GO TO GRABA-CUPO-WRITE
           END-IF.
           MOVE EMPRESA-EXT  TO EMPRESA-CUPO.
           MOVE PLANTA-EXT   TO PLANTA-CUPO.
           MOVE NROCUP-INPUT TO NUMERO-CUPO.
           READ AR-CUPOS INVALID KEY
                MOVE 'EL CUPO NO EXISTE (CERO PARA UNO NUEVO)'
                     TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CUPO
           END-READ.
108087     MOVE AR-CUPOS-REC TO ANTES-BIT-W.
108087     MOVE 'M'          TO OPERA-BIT-W.
           PERFORM MUEVE-CUPO THRU EXIT-MUEVE-CUPO.
           REWRITE AR-CUPOS-REC INVALID KEY
                MOVE 'NO PUEDO GRABAR EL CUPO' TO MENSA-W
                PERFORM AVISO THRU EXIT-AVISO
                GO TO EXIT-GRABA-CUPO
           END-REWRITE.
108087     PERFORM BITACORA-CUPOS THRU EXIT-BITACORA-CUPOS.
           MOVE 'CUPO MODIFICADO' TO MENSA-W.
           PERFORM AVISO THRU EXIT-AVISO.
           GO TO EXIT-GRABA-CUPO.

       GRABA-CUPO-WRITE.
           ADD 1 TO NUMERO-W.
           INITIALIZE AR-CUPOS-REC.
           MOVE EMPRESA-EXT TO EMPRESA-CUPO.
           MOVE PLANTA-EXT  TO PLANTA-CUPO.
           MOVE NUMERO-W    TO NUMERO-CUPO.
           MOVE AMD-HOY-W   TO FECALTA-CUPO.
           PERFORM MUEVE-CUPO THRU EXIT-MUEVE-CUPO.
           WRITE AR-CUPOS-REC INVALID KEY
                GO TO GRABA-CUPO-WRITE
           END-WRITE.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
108087     PERFORM BITACORA-CUPOS THRU EXIT-BITACORA-CUPOS.
           PERFORM GRABA-CONTROL-NRO THRU EXIT-GRABA-CONTROL-NRO.
           MOVE NUMERO-W TO NROCUP-INPUT.
           DISPLAY PL-180-SF-1-Screen.
           MOVE SPACES TO MENSA-W.
           STRING 'CUPO GRABADO CON NUMERO ' DELIMITED BY SIZE
                  NUMERO-W DELIMITED BY SIZE
                  INTO MENSA-W
           END-STRING.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-CUPO.
           EXIT.

108087 BITACORA-CUPOS.
108087     MOVE 'AR-CUPOS'   TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-CUPOS  TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-CUPOS-REC TO LARGO-BIT-W.
108087     MOVE AR-CUPOS-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
108087 EXIT-BITACORA-CUPOS.
108087     EXIT.

       MUEVE-CUPO.
           MOVE EMPRESA-EXT   TO EMPRESA2-CUPO.
           MOVE PLANTA-EXT    TO PLANTA2-CUPO.
           MOVE FECHA-AMD-W   TO FECHA-CUPO.
           MOVE ACOPCUP-INPUT TO ACOP-CUPO.
           MOVE PRODCUP-INPUT TO PRODUCTO-CUPO.
           MOVE CAMCUP-INPUT  TO CAMIONES-CUPO.
           MOVE KILCUP-INPUT  TO KILOS-CUPO.
           MOVE ACTCUP-INPUT  TO ACTIVO-CUPO.
           MOVE OBSCUP-INPUT  TO OBSERV-CUPO.
           MOVE USUARIO-EXT   TO USUARIO-CUPO.
       EXIT-MUEVE-CUPO.
           EXIT.

       LEE-CONTROL-NRO.
           MOVE EMPRESA-EXT TO EMPRESA-CUPO.
           MOVE PLANTA-EXT  TO PLANTA-CUPO.
           MOVE ZEROS       TO NUMERO-CUPO.
           READ AR-CUPOS INVALID KEY
                INITIALIZE AR-CUPOS-REC
                MOVE EMPRESA-EXT TO EMPRESA-CUPO
                MOVE PLANTA-EXT  TO PLANTA-CUPO
                MOVE ZEROS       TO NUMERO-CUPO ULTIMO-CUPO
                WRITE AR-CUPOS-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-READ.
           MOVE ULTIMO-CUPO TO NUMERO-W.
       EXIT-LEE-CONTROL-NRO.
           EXIT.

       GRABA-CONTROL-NRO.
           MOVE AR-CUPOS-REC TO CUPOS-HOLD-W.
           MOVE EMPRESA-EXT TO EMPRESA-CUPO.
           MOVE PLANTA-EXT  TO PLANTA-CUPO.
           MOVE ZEROS       TO NUMERO-CUPO.
           READ AR-CUPOS INVALID KEY
                INITIALIZE AR-CUPOS-REC
                MOVE EMPRESA-EXT TO EMPRESA-CUPO
                MOVE PLANTA-EXT  TO PLANTA-CUPO
                MOVE ZEROS       TO NUMERO-CUPO
           END-READ.
           MOVE NUMERO-W TO ULTIMO-CUPO.
           REWRITE AR-CUPOS-REC INVALID KEY
                WRITE AR-CUPOS-REC INVALID KEY
                     CONTINUE
                END-WRITE
           END-REWRITE.
           MOVE CUPOS-HOLD-W TO AR-CUPOS-REC.
       EXIT-GRABA-CONTROL-NRO.
           EXIT.

      * Ubica el camion por interno/muestra, primero en AR-CAMIONES
      * y despues en AR-CAMITRAN; queda en AR-CAMIONES-REC.
       BUSCA-CAMION.
           MOVE ZEROS TO HAY-CAMION-W.
           MOVE LOW-VALUES TO CLAVE-CAMIONES.
           MOVE INTERNO-INPUT TO INTERNO-NES.
           MOVE MUESTRA-INPUT TO MUESTRA-NES.
           START AR-CAMIONES KEY NOT LESS THAN CLAVE-CAMIONES
                                                   INVALID KEY
                CONTINUE
           NOT INVALID KEY
                READ AR-CAMIONES NEXT RECORD AT END
                     CONTINUE
                NOT AT END
                     IF INTERNO-NES = INTERNO-INPUT AND
                        MUESTRA-NES = MUESTRA-INPUT
                        MOVE 1 TO HAY-CAMION-W
                     END-IF
                END-READ
           END-START.
           IF EXISTE-CAMION
              GO TO EXIT-BUSCA-CAMION
           END-IF.
           MOVE LOW-VALUES TO CLAVE-CAMITRAN.
           MOVE INTERNO-INPUT TO INTERNO-TRAN.
           MOVE MUESTRA-INPUT TO MUESTRA-TRAN.
           START AR-CAMITRAN KEY NOT LESS THAN CLAVE-CAMITRAN
                                                   INVALID KEY
                CONTINUE
           NOT INVALID KEY
                READ AR-CAMITRAN NEXT RECORD AT END
                     CONTINUE
                NOT AT END
                     IF INTERNO-TRAN = INTERNO-INPUT AND
                        MUESTRA-TRAN = MUESTRA-INPUT
                        MOVE 1 TO HAY-CAMION-W
                        MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC
                     END-IF
                END-READ
           END-START.
       EXIT-BUSCA-CAMION.
           EXIT.

       LEO-CAMION.
           IF INTERNO-INPUT = ZEROS OR MUESTRA-INPUT = ZEROS
              MOVE 'INGRESE INTERNO Y MUESTRA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-CAMION
           END-IF.
           PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION.
           IF NOT EXISTE-CAMION
              MOVE 'EL CAMION NO EXISTE' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-LEO-CAMION
           END-IF.
           PERFORM MUESTRA-CAMION THRU EXIT-MUESTRA-CAMION.
           MOVE INTERNO-INPUT TO INTERNO-CUPC.
           MOVE MUESTRA-INPUT TO MUESTRA-CUPC.
           READ AR-CUPCAM INVALID KEY
                MOVE ZEROS TO CUPCAM-INPUT
           NOT INVALID KEY
                MOVE NUMERO-CUPC TO CUPCAM-INPUT
           END-READ.
           DISPLAY PL-180-SF-1-Screen.
       EXIT-LEO-CAMION.
           EXIT.

       MUESTRA-CAMION.
           MOVE CARTA-PORTE-NES TO PORTE-OUTPUT.
           MOVE FEC-CAL-NES TO FECHA-AMD-W.
           MOVE DD-AMD-W TO DD-CPY.
           MOVE MM-AMD-W TO MM-CPY.
           MOVE AA-AMD-W TO AA-CPY.
           MOVE DMA-CPY  TO FECCAL-OUTPUT.
           MOVE ACOP-NES TO CODIGO-CLI.
           READ AR-CLIENTES INVALID KEY
                INITIALIZE AR-CLIENTES-REC
           END-READ.
           MOVE NOM-CLI TO ACOPCAM-OUTPUT.
       EXIT-MUESTRA-CAMION.
           EXIT.

      * Graba el cupo del camion. Un cupo de otro dia, acopiador o
      * producto se graba igual (es lo que declaro el camion) pero
      * se avisa; el informe PL-181 lo cuenta como fuera de cupo.
       GRABA-CUPO-CAMION.
           IF INTERNO-INPUT = ZEROS OR MUESTRA-INPUT = ZEROS
              MOVE 'INGRESE INTERNO Y MUESTRA' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CUPO-CAMION
           END-IF.
           PERFORM BUSCA-CAMION THRU EXIT-BUSCA-CAMION.
           IF NOT EXISTE-CAMION
              MOVE 'EL CAMION NO EXISTE' TO MENSA-W
              PERFORM AVISO THRU EXIT-AVISO
              GO TO EXIT-GRABA-CUPO-CAMION
           END-IF.
           PERFORM MUESTRA-CAMION THRU EXIT-MUESTRA-CAMION.
           IF CUPCAM-INPUT > ZEROS
              MOVE EMPRESA-NES  TO EMPRESA-CUPO
              MOVE PLANTA-NES   TO PLANTA-CUPO
              MOVE CUPCAM-INPUT TO NUMERO-CUPO
              READ AR-CUPOS INVALID KEY
                   MOVE 'EL CUPO NO EXISTE EN LA PLANTA DEL CAMION'
                        TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-CUPO-CAMION
              END-READ
           END-IF.
           MOVE INTERNO-INPUT TO INTERNO-CUPC.
           MOVE MUESTRA-INPUT TO MUESTRA-CUPC.
           MOVE ZEROS TO HAY-REG-W.
108087     MOVE SPACES TO ANTES-BIT-W.
108087     MOVE 'A'    TO OPERA-BIT-W.
           READ AR-CUPCAM INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
108087          MOVE AR-CUPCAM-REC TO ANTES-BIT-W
108087          MOVE 'M'           TO OPERA-BIT-W
           END-READ.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           MOVE INTERNO-INPUT TO INTERNO-CUPC.
           MOVE MUESTRA-INPUT TO MUESTRA-CUPC.
           MOVE EMPRESA-NES   TO EMPRESA-CUPC.
           MOVE PLANTA-NES    TO PLANTA-CUPC.
           MOVE CUPCAM-INPUT  TO NUMERO-CUPC.
           MOVE AMD-HOY-W     TO FECHA-CUPC.
           MOVE USUARIO-EXT   TO USUARIO-CUPC.
           IF EXISTE-REG
              REWRITE AR-CUPCAM-REC INVALID KEY
                   MOVE 'NO PUEDO GRABAR EL CUPO DEL CAMION' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-CUPO-CAMION
              END-REWRITE
           ELSE
              WRITE AR-CUPCAM-REC INVALID KEY
                   MOVE 'NO PUEDO GRABAR EL CUPO DEL CAMION' TO MENSA-W
                   PERFORM AVISO THRU EXIT-AVISO
                   GO TO EXIT-GRABA-CUPO-CAMION
              END-WRITE
           END-IF.
108087     MOVE 'AR-CUPCAM' TO ARCHIVO-BIT-W.
108087     MOVE CLAVE-CUPCAM TO CLAVE-BIT-W.
108087     MOVE LENGTH OF AR-CUPCAM-REC TO LARGO-BIT-W.
108087     MOVE AR-CUPCAM-REC TO DESPUES-BIT-W.
108087     PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.
           DISPLAY PL-180-SF-1-Screen.
           MOVE 'CUPO DEL CAMION GRABADO' TO MENSA-W.
           IF CUPCAM-INPUT > ZEROS
              IF FECHA-CUPO    NOT = FEC-CAL-NES  OR
                 ACOP-CUPO     NOT = ACOP-NES     OR
                 PRODUCTO-CUPO NOT = PRODUCTO-NES OR
                 ACTIVO-CUPO   NOT = 1
                 MOVE 'GRABADO. ATENCION: EL CUPO NO ES DEL CAMION'
                      TO MENSA-W
              END-IF
           END-IF.
           PERFORM AVISO THRU EXIT-AVISO.
       EXIT-GRABA-CUPO-CAMION.
           EXIT.

108087     COPY "BITACORA.PRD".
