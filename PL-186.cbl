       IDENTIFICATION DIVISION.
      * 108087 - Playa - Programa nuevo: consulta de la bitacora de
      *          cambios de los mantenimientos (AR-BITACORA). Para un
      *          rango de fechas y, opcionalmente, un archivo, el
      *          comienzo de la clave del registro y un usuario lista
      *          cada alta, modificacion o baja con fecha y hora,
      *          usuario, programa, archivo y clave, y debajo la
      *          imagen anterior y posterior del registro en tramos
      *          de 100 posiciones; en una modificacion salen solo
      *          los tramos que cambiaron, con una marca debajo de
      *          cada posicion distinta. Sirve para mostrar quien
      *          cambio un valor firme, una tarifa, una patente o un
      *          permiso y cuando. Requiere el permiso de consulta
      *          de auditoria del perfil (AR-PERFIL); el intento
      *          rechazado queda anotado en AR-LOG153 con destino
      *          'R'.
       PROGRAM-ID. PL-186.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "BITACORA.SEL".
       COPY "LOG153.SEL".
       COPY "LISTADO.SEL".
       COPY "PERFIL.SEL".

       DATA DIVISION.
       FILE SECTION.

       COPY "BITACORA.CPY".
       COPY "LOG153.CPY".
       COPY "LISTADO.CPY".
       COPY "PERFIL.CPY".

       WORKING-STORAGE SECTION.

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
       01  ARCHIVO-INPUT      PIC X(12) VALUE SPACES.
       01  CLAVE-INPUT        PIC X(40) VALUE SPACES.
       01  USUARIO-INPUT      PIC X(15) VALUE SPACES.

       77  CONT-CAMBIOS       PIC 9(8) VALUE ZEROS.
       77  LARGO-CLA-W        PIC 9(2) VALUE ZEROS.
       77  POS-W              PIC 9(3) VALUE ZEROS.
       77  IX                 PIC 9(3) VALUE ZEROS.
       77  CAMINO-W           PIC X VALUE SPACES.
           88 POR-ARCHIVO     VALUE 'A'.
           88 POR-USUARIO     VALUE 'U'.
           88 POR-FECHA       VALUE 'F'.
       01  MARCA-W            PIC X(100) VALUE SPACES.

       77  PERM-AUDIT-W       PIC 9 VALUE 1.
       01  OPCION-RECHAZO-W   PIC X(30) VALUE SPACES.
       01  AMD-RECH-W         PIC 9(8) VALUE ZEROS.
       01  HORA-RECH-W        PIC 9(8) VALUE ZEROS.

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
           02 FILLER PIC X(36) VALUE
              'BITACORA DE CAMBIOS desde el '.
           02 Z-DD-D            PIC 9(2)/.
           02 Z-MM-D            PIC 9(2)/.
           02 Z-AA-D            PIC 9(4).
           02 FILLER PIC X(10) VALUE ' hasta el '.
           02 Z-DD-H            PIC 9(2)/.
           02 Z-MM-H            PIC 9(2)/.
           02 Z-AA-H            PIC 9(4).
           02 FILLER PIC X(10) VALUE '  Archivo '.
           02 Z-ARCHIVO-TIT     PIC X(13).
           02 FILLER PIC X(8)  VALUE 'Usuario '.
           02 Z-USUARIO-TIT     PIC X(15).

       01 Z-LINEA-03.
          02 FILLER PIC X(11) VALUE 'Fecha'.
          02 FILLER PIC X(9)  VALUE 'Hora'.
          02 FILLER PIC X(16) VALUE 'Usuario'.
          02 FILLER PIC X(9)  VALUE 'Programa'.
          02 FILLER PIC X(8)  VALUE 'Pl.'.
          02 FILLER PIC X(13) VALUE 'Archivo'.
          02 FILLER PIC X(7)  VALUE 'Oper.'.
          02 FILLER PIC X(40) VALUE 'Clave del registro'.

       01 Z-LINEA-04.
          02 Z-DD-L             PIC 9(2)/.
          02 Z-MM-L             PIC 9(2)/.
          02 Z-AA-L             PIC 9(4)BB.
          02 Z-HORA-L           PIC 99.99.99BBB.
          02 Z-USUARIO-L        PIC X(16).
          02 Z-PROGRAMA-L       PIC X(9).
          02 Z-EMPRESA-L        PIC 999.
          02 FILLER             PIC X(1) VALUE '/'.
          02 Z-PLANTA-L         PIC 999B.
          02 Z-ARCHIVO-L        PIC X(13).
          02 Z-OPERA-L          PIC X(7).
          02 Z-CLAVE-L          PIC X(40).

       01 Z-LINEA-06.
          02 FILLER             PIC X(6) VALUE SPACES.
          02 FILLER             PIC X(4) VALUE 'Pos '.
          02 Z-POS-IMA          PIC ZZ9B.
          02 Z-LEYE-IMA         PIC X(9).
          02 Z-IMAGEN           PIC X(100).

       01 Z-LINEA-05.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(25).
          02 Z-CANTNO           PIC ZZZ.ZZ9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-186.scr".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

           MOVE ZEROS TO CONTROL-ID CONTROL-VALUE EVENT-TYPE.
           MOVE ZEROS TO ACCEPT-CONTROL.

           MOVE 1 TO PERM-AUDIT-W.
           OPEN INPUT AR-PERFIL.
           MOVE USUARIO-EXT TO USUARIO-PERFIL.
           READ AR-PERFIL INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE AUDIT-PERFIL TO PERM-AUDIT-W
           END-READ.
           CLOSE AR-PERFIL.
           IF PERM-AUDIT-W = 0
              MOVE 1 TO MSG-TIPO
              MOVE 1 TO BUTTON-TIPO
              MOVE 1 TO DEFAULT-BUTTON
              MOVE SPACES TO MSG-ERROR
              MOVE 'SU PERFIL NO PERMITE LA CONSULTA DE AUDITORIA'
                   TO MSG-1
              CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                              MSG-1, MSG-2, MSG-3
              END-CALL
              MOVE 'PL-186 BITACORA' TO OPCION-RECHAZO-W
              PERFORM GRABA-RECHAZO THRU EXIT-GRABA-RECHAZO
              GO TO END-PROGRAMA
           END-IF.

           DISPLAY MAIN-SCREEN-PRT.

           MOVE NOMEMPRESA-EXT  TO Z-EMPRESA.
           MOVE NOMPLANTA-EXT   TO Z-PLANTA.

       INICIO.
           MOVE ZEROS TO FECHA-DESDE-INPUT FECHA-HASTA-INPUT.
           MOVE SPACES TO ARCHIVO-INPUT CLAVE-INPUT USUARIO-INPUT.

       SF1.
           DISPLAY PL-186-SF-1-Screen.
           ACCEPT PL-186-SF-1-Screen.
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
           IF CLAVE-INPUT > SPACES AND ARCHIVO-INPUT = SPACES
                    MOVE 1 TO MSG-TIPO
                    MOVE 1 TO BUTTON-TIPO
                    MOVE 1 TO DEFAULT-BUTTON
                    MOVE SPACES TO MSG-ERROR
                    MOVE 'PARA BUSCAR POR CLAVE INGRESE EL ARCHIVO'
                        TO MSG-1
                    CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                                MSG-1, MSG-2, MSG-3
                    MOVE 1 TO ACCEPT-CONTROL
                    MOVE 1 TO CONTROL-VALUE
                    GO TO SF1
           END-IF.
           PERFORM CALCULA-LARGO-CLAVE THRU EXIT-CALCULA-LARGO-CLAVE.

           IF ARCHIVO-INPUT > SPACES
              MOVE ARCHIVO-INPUT TO Z-ARCHIVO-TIT
           ELSE
              MOVE 'TODOS' TO Z-ARCHIVO-TIT
           END-IF.
           IF USUARIO-INPUT > SPACES
              MOVE USUARIO-INPUT TO Z-USUARIO-TIT
           ELSE
              MOVE 'TODOS' TO Z-USUARIO-TIT
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
           MOVE ZEROS TO CONT-CAMBIOS.

      * Con archivo se recorre por archivo/clave, con usuario por
      * usuario/fecha y si no por fecha; los demas filtros se
      * aplican a cada registro leido.
           OPEN INPUT AR-BITACORA.
           INITIALIZE AR-BITACORA-REC.
           IF ARCHIVO-INPUT > SPACES
              MOVE 'A' TO CAMINO-W
              MOVE ARCHIVO-INPUT TO ARCHIVO-BITA
              MOVE CLAVE-INPUT   TO CLAVEREG-BITA
              MOVE ZEROS         TO FECHA2-BITA
              START AR-BITACORA KEY NOT LESS THAN ALT-BITA-ARCH
                                                   INVALID KEY
                   GO TO FIN-LISTAR
              END-START
              GO TO LEO-BITACORA
           END-IF.
           IF USUARIO-INPUT > SPACES
              MOVE 'U' TO CAMINO-W
              MOVE USUARIO-INPUT TO USUARIO-BITA
              MOVE DESDE-CPY     TO FECHA3-BITA
              START AR-BITACORA KEY NOT LESS THAN ALT-BITA-USU
                                                   INVALID KEY
                   GO TO FIN-LISTAR
              END-START
              GO TO LEO-BITACORA
           END-IF.
           MOVE 'F' TO CAMINO-W.
           MOVE DESDE-CPY TO FECHA-BITA.
           START AR-BITACORA KEY NOT LESS THAN CLAVE-BITA
                                                   INVALID KEY
                GO TO FIN-LISTAR
           END-START.
       LEO-BITACORA.
           READ AR-BITACORA NEXT RECORD AT END
                GO TO FIN-LISTAR
           END-READ.
           IF POR-ARCHIVO
              IF ARCHIVO-BITA NOT = ARCHIVO-INPUT
                 GO TO FIN-LISTAR
              END-IF
              IF LARGO-CLA-W > ZEROS
                 IF CLAVEREG-BITA(1:LARGO-CLA-W) NOT =
                    CLAVE-INPUT(1:LARGO-CLA-W)
                    GO TO FIN-LISTAR
                 END-IF
              END-IF
           END-IF.
           IF POR-USUARIO
              IF USUARIO-BITA NOT = USUARIO-INPUT OR
                 FECHA3-BITA > HASTA-CPY
                 GO TO FIN-LISTAR
              END-IF
           END-IF.
           IF POR-FECHA
              IF FECHA-BITA > HASTA-CPY
                 GO TO FIN-LISTAR
              END-IF
           END-IF.
           IF FECHA-BITA < DESDE-CPY OR FECHA-BITA > HASTA-CPY
              GO TO LEO-BITACORA
           END-IF.
           IF EMPRESA-BITA NOT = EMPRESA-EXT
              GO TO LEO-BITACORA
           END-IF.
           IF USUARIO-INPUT > SPACES
              IF USUARIO-BITA NOT = USUARIO-INPUT
                 GO TO LEO-BITACORA
              END-IF
           END-IF.
           PERFORM LISTA-CAMBIO THRU EXIT-LISTA-CAMBIO.
           ADD 1 TO CONT-CAMBIOS.
           GO TO LEO-BITACORA.

       FIN-LISTAR.
           CLOSE AR-BITACORA.
           MOVE SPACES TO Z-LINEA-05.
           MOVE 'TOTAL DE CAMBIOS' TO Z-LEYE.
           MOVE CONT-CAMBIOS TO Z-CANTNO.
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
            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-186'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-186-SF-1-Screen.
            DESTROY PL-186-SF-1-Handle.

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
              WRITE LINEA FROM SUBRAY     AFTER 2
              WRITE LINEA FROM Z-LINEA-03 AFTER 1
              WRITE LINEA FROM SUBRAY     AFTER 1
              WRITE LINEA FROM Z-LINEA-ESPA AFTER 2
              MOVE 10 TO TL
           END-IF.
           COPY "WINPRINT.PRD".
       file-spl.
           move spaces to archivo-spl.
           accept horaf-spl from time.
           string TEMP-EXT delimited by low-value
                  'A' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

      * Largo de la clave ingresada sin los blancos del final: se
      * listan los registros cuya clave empieza con ese texto.
       CALCULA-LARGO-CLAVE.
           MOVE 40 TO LARGO-CLA-W.
       BAJA-LARGO-CLAVE.
           IF LARGO-CLA-W = ZEROS
              GO TO EXIT-CALCULA-LARGO-CLAVE
           END-IF.
           IF CLAVE-INPUT(LARGO-CLA-W:1) NOT = SPACE
              GO TO EXIT-CALCULA-LARGO-CLAVE
           END-IF.
           SUBTRACT 1 FROM LARGO-CLA-W.
           GO TO BAJA-LARGO-CLAVE.
       EXIT-CALCULA-LARGO-CLAVE.
           EXIT.

      * Renglon del cambio y, debajo, las imagenes en tramos de 100
      * posiciones. En el alta sale solo la imagen nueva, en la baja
      * solo la anterior y en la modificacion los tramos distintos.
       LISTA-CAMBIO.
           MOVE SPACES TO Z-LINEA-04.
           MOVE FECHA-BITA     TO FECHA-AMD-W.
           MOVE DD-AMD-W       TO Z-DD-L.
           MOVE MM-AMD-W       TO Z-MM-L.
           MOVE AA-AMD-W       TO Z-AA-L.
           MOVE HORA-BITA(1:6) TO Z-HORA-L.
           MOVE USUARIO-BITA   TO Z-USUARIO-L.
           MOVE PROGRAMA-BITA  TO Z-PROGRAMA-L.
           MOVE EMPRESA-BITA   TO Z-EMPRESA-L.
           MOVE PLANTA-BITA    TO Z-PLANTA-L.
           MOVE ARCHIVO-BITA   TO Z-ARCHIVO-L.
           EVALUATE OPERACION-BITA
              WHEN 'A'  MOVE 'ALTA'  TO Z-OPERA-L
              WHEN 'M'  MOVE 'MODIF' TO Z-OPERA-L
              WHEN 'B'  MOVE 'BAJA'  TO Z-OPERA-L
              WHEN OTHER MOVE OPERACION-BITA TO Z-OPERA-L
           END-EVALUATE.
           MOVE CLAVEREG-BITA  TO Z-CLAVE-L.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 2.
           ADD 2 TO TL.
           IF LARGO-BITA = ZEROS OR LARGO-BITA > 500
              MOVE 500 TO LARGO-BITA
           END-IF.
           MOVE 1 TO POS-W.
       LISTA-TRAMO.
           IF POS-W > LARGO-BITA
              GO TO EXIT-LISTA-CAMBIO
           END-IF.
           IF OPERACION-BITA = 'M' AND
              ANTES-BITA(POS-W:100) = DESPUES-BITA(POS-W:100)
              GO TO SIGUE-TRAMO
           END-IF.
           IF OPERACION-BITA NOT = 'A'
              MOVE SPACES TO Z-LINEA-06
              MOVE POS-W                 TO Z-POS-IMA
              MOVE 'Antes  :'            TO Z-LEYE-IMA
              MOVE ANTES-BITA(POS-W:100) TO Z-IMAGEN
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-06 AFTER 1
              ADD 1 TO TL
           END-IF.
           IF OPERACION-BITA NOT = 'B'
              MOVE SPACES TO Z-LINEA-06
              MOVE POS-W                   TO Z-POS-IMA
              MOVE 'Despues:'              TO Z-LEYE-IMA
              MOVE DESPUES-BITA(POS-W:100) TO Z-IMAGEN
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-06 AFTER 1
              ADD 1 TO TL
           END-IF.
           IF OPERACION-BITA = 'M'
              MOVE SPACES TO MARCA-W
              PERFORM MARCA-POSICION THRU EXIT-MARCA-POSICION
                      VARYING IX FROM 1 BY 1 UNTIL IX > 100
              MOVE SPACES  TO Z-LINEA-06
              MOVE MARCA-W TO Z-IMAGEN
              PERFORM 1
              WRITE LINEA FROM Z-LINEA-06 AFTER 1
              ADD 1 TO TL
           END-IF.
       SIGUE-TRAMO.
           ADD 100 TO POS-W.
           GO TO LISTA-TRAMO.
       EXIT-LISTA-CAMBIO.
           EXIT.

       MARCA-POSICION.
           IF ANTES-BITA(POS-W + IX - 1:1) NOT =
              DESPUES-BITA(POS-W + IX - 1:1)
              MOVE '^' TO MARCA-W(IX:1)
           END-IF.
       EXIT-MARCA-POSICION.
           EXIT.

      * Anota el intento rechazado en AR-LOG153 con destino 'R' y
      * la opcion rechazada en el campo de archivo.
       GRABA-RECHAZO.
           OPEN I-O AR-LOG153.
           INITIALIZE AR-LOG153-REC.
           ACCEPT AMD-RECH-W FROM DATE YYYYMMDD.
           ACCEPT HORA-RECH-W FROM TIME.
           MOVE AMD-RECH-W       TO FECHA-LOG153 FECHA2-LOG153.
           MOVE HORA-RECH-W      TO HORA-LOG153.
           MOVE ZEROS            TO SEQ-LOG153.
           MOVE USUARIO-EXT      TO USUARIO-LOG153.
           MOVE EMPRESA-EXT      TO EMPRESA-LOG153.
           MOVE PLANTA-EXT       TO PLANTA-LOG153.
           MOVE 'R'              TO DESTINO-LOG153.
           MOVE OPCION-RECHAZO-W TO ARCHIVO-LOG153.
       GRABA-RECHAZO-WRITE.
           WRITE AR-LOG153-REC INVALID KEY
                ADD 1 TO SEQ-LOG153
                IF SEQ-LOG153 < 100
                   GO TO GRABA-RECHAZO-WRITE
                END-IF
           END-WRITE.
           CLOSE AR-LOG153.
       EXIT-GRABA-RECHAZO.
           EXIT.
