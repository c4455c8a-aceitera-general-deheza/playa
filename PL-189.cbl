       IDENTIFICATION DIVISION.
      * 108090 - Playa - Programa nuevo: cierre mensual de playa.
      *          Para un mes y anio recorre todas las plantas de la
      *          empresa y arma en una sola corrida el informe de
      *          gestion del mes con corte por planta y total de la
      *          empresa: camiones y kilos recibidos por producto
      *          (AR-RESUDIA) con la merma aplicada (bandas de
      *          AR-MERMAS con la humedad firme, igual que PL-183),
      *          calidad y humedad promedio contra el mismo mes de la
      *          campania anterior (AR-PROMHIST, como PL-155), secada
      *          y zarandeo facturado (AR-LIQSEC), kilos por
      *          transportista, stock inicial, entradas, salidas y
      *          final (AR-STKPLA) con los egresos registrados
      *          (AR-EGRESOS), alertas de calidad (AR-TOLERA) y
      *          positivos de aflatoxina, y contramuestras y
      *          arbitrajes (AR-ANADIC) con los firmes y la
      *          diferencia de humedad. El mes queda grabado en
      *          AR-CIERRE: si la planta ya tiene el mes cerrado se
      *          lista lo grabado aunque despues se corrija un
      *          camion; "Rehacer el cierre" lo vuelve a calcular,
      *          pide el permiso de mantenimiento de AR-PERFIL y
      *          deja la cabecera anterior y la nueva en
      *          AR-BITACORA. Solo se cierran meses terminados.
      *          Ademas del listado graba el archivo CIERREaaaamm.CSV
      *          en la carpeta de salida de la planta, si el perfil
      *          permite exportar a Excel.
       PROGRAM-ID. PL-189.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PLANTA.SEL".
       COPY "PLANTA3.SEL".
       COPY "CAMIONES.SEL".
       COPY "CAMITRAN.SEL".
       COPY "CIRCUITO.SEL".
       COPY "ANALISIS.SEL".
       COPY "ANALISIS1.SEL".
       COPY "ANADIC.SEL".
       COPY "RESUDIA.SEL".
       COPY "PROMHIST.SEL".
       COPY "LIQSEC.SEL".
       COPY "STKPLA.SEL".
       COPY "EGRESOS.SEL".
       COPY "MERMAS.SEL".
       COPY "TOLERA.SEL".
       COPY "RUBROS.SEL".
       COPY "PRODUCTO.SEL".
       COPY "TRANSPOR.SEL".
       COPY "CIERRE.SEL".
       COPY "PERFIL.SEL".
       COPY "LOG153.SEL".
       COPY "BITACORA.SEL".
       COPY "LISTADO.SEL".

           SELECT OPTIONAL AR-EXCEL ASSIGN TO ARCHIVO-EXCEL-W
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       COPY "PLANTA.CPY".
       COPY "PLANTA3.CPY".
       COPY "CAMIONES.CPY".
       COPY "CAMITRAN.CPY".
       COPY "CIRCUITO.CPY".
       COPY "ANALISIS.CPY".
       COPY "ANALISIS1.CPY".
       COPY "ANADIC.CPY".
       COPY "RESUDIA.CPY".
       COPY "PROMHIST.CPY".
       COPY "LIQSEC.CPY".
       COPY "STKPLA.CPY".
       COPY "EGRESOS.CPY".
       COPY "MERMAS.CPY".
       COPY "TOLERA.CPY".
       COPY "RUBROS.CPY".
       COPY "PRODUCTO.CPY".
       COPY "TRANSPOR.CPY".
       COPY "CIERRE.CPY".
       COPY "PERFIL.CPY".
       COPY "LOG153.CPY".
       COPY "BITACORA.CPY".
       COPY "LISTADO.CPY".

       FD  AR-EXCEL LABEL RECORD OMITTED.
       01  LINEA-EXCEL              PIC X(400).

       WORKING-STORAGE SECTION.

       01 RUBROS-ANAL.
          02 OCCURS-TABLA-RUBROS OCCURS 100 TIMES.
             03 RUBRO-ANAL       PIC  9(4).
             03 PORC-ANAL        PIC  S9(3)V9(4).
             03 PORCA-ANAL REDEFINES PORC-ANAL  PIC  X(7).
             03 MERMA-ANAL       PIC  S9(9).
             03 COEF-ANAL        PIC  S9(3)V99.
             03 PESO1-ANAL       PIC  S9(3)V9(4).
             03 PESO2-ANAL       PIC  S9(3)V9(4).
             03 PESO3-ANAL       PIC  S9(3)V9(4).
             03 PESO4-ANAL       PIC  S9(3)V9(4).
             03 PESOG-ANAL       PIC  S9(3)V9(4).
             03 ORDEN-CAL-ANAL   PIC  999.
             03 ALFA-ANAL        PIC  9.
             03 BASE-ANAL        PIC  S9(9)V99.
             03 CALIDAD-ANAL     PIC  9.
             03 SIGNO-ANAL       PIC  X.
             03 VALOR-ANAL       PIC  S9(3)V99.
             03 GENAUT-ANAL      PIC  9.
             03 ORDEN-ING-ANAL   PIC  999.

       01 ETAPAS-NES.
          03 ALL-ETAPAS-NES OCCURS 40 TIMES.
              05 ETAPA-NES       PIC  X(3).
              05 FECHA-ETAPA-NES PIC  9(8).
              05 HORA-ETAPA-NES  PIC  9(4).
              05 USUA-ETAPA-NES  PIC  X(15).

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
            COPY "BITACORA.WRK".

       01  DESDE-CPY.
           02 AA-DES-CPY            PIC 9(4).
           02 MM-DES-CPY            PIC 99.
           02 DD-DES-CPY            PIC 99.
       01  HASTA-CPY.
           02 AA-HAS-CPY            PIC 9(4).
           02 MM-HAS-CPY            PIC 99.
           02 DD-HAS-CPY            PIC 99.
       01  DESDE-ANT-CPY.
           02 AA-DES-ANT            PIC 9(4).
           02 MM-DES-ANT            PIC 99.
           02 DD-DES-ANT            PIC 99.
       01  HASTA-ANT-CPY.
           02 AA-HAS-ANT            PIC 9(4).
           02 MM-HAS-ANT            PIC 99.
           02 DD-HAS-ANT            PIC 99.

       01  MES-INPUT          PIC 9(2) VALUE ZEROS.
       01  ANIO-INPUT         PIC 9(4) VALUE ZEROS.
       01  REHACER-INPUT      PIC 9 VALUE ZEROS.

       01  PERIODO-W.
           02 ANIO-PER-W            PIC 9(4).
           02 MES-PER-W             PIC 99.
       01  PERIODO-N-W REDEFINES PERIODO-W PIC 9(6).
       01  AMD-HOY-W.
           02 AAAAMM-HOY-W          PIC 9(6).
           02 DD-HOY-W              PIC 99.
       01  AMD-HOY-R REDEFINES AMD-HOY-W.
           02 AA-HOY-W              PIC 9(4).
           02 MM-HOY-W              PIC 99.
           02 FILLER                PIC 99.
       01  HORA-HOY-W               PIC 9(8) VALUE ZEROS.

       77  PERM-EXCEL-W  PIC 9 VALUE 1.
       77  PERM-MANT-W   PIC 9 VALUE 1.
       01  OPCION-RECHAZO-W PIC X(30) VALUE SPACES.
       01  AMD-RECH-W    PIC 9(8) VALUE ZEROS.
       01  HORA-RECH-W   PIC 9(8) VALUE ZEROS.

       01  SENAL-EXCEL        PIC 9 VALUE ZEROS.
       01  CARPETA-CSV-W      PIC X(80) VALUE SPACES.
       01  ARCHIVO-EXCEL-W    PIC X(128) VALUE SPACES.
       01  LINEA-EXCEL-W      PIC X(400) VALUE SPACES.
       01  PUNTERO-EXCEL      PIC 9(3) VALUE ZEROS.

       01  TABLA-MERMAS.
           02 OCURR-MERMAS OCCURS 50 TIMES.
              03 PROD-MER-TAB    PIC 9(4).
              03 HUMD-MER-TAB    PIC S9(3)V9(4).
              03 HUMH-MER-TAB    PIC S9(3)V9(4).
              03 PORC-MER-TAB    PIC S9(3)V9(4).
       01  CANT-MERMAS           PIC 9(3) VALUE ZEROS.
       77  IM-MER                PIC 9(4) VALUE ZEROS.
       77  MERMA-W               PIC S9(9) COMP-3 VALUE ZEROS.
       77  SUBNRO-FIRME-W        PIC 9(2) VALUE ZEROS.
       77  HUMEDAD-USADA-W       PIC S9(3)V9(4) VALUE ZEROS.

       01 TABLA-TOLERA.
          02 OCURR-TOLERA OCCURS 100 TIMES.
             03 PROD-TOL-TAB    PIC 9(4).
             03 RUBRO-TOL-TAB   PIC 9(4).
             03 MIN-TOL-TAB     PIC S9(3)V9(4).
             03 MAX-TOL-TAB     PIC S9(3)V9(4).
       01 CANT-TOLERA           PIC 9(3) VALUE ZEROS.
       77 IT-TOL                PIC 9(4) VALUE ZEROS.
       77 HAY-ALERTA-W          PIC 9 VALUE ZEROS.
          88 HAY-ALERTA         VALUE 1.

       77  II            PIC 9(5) VALUE ZEROS.
       77  IC            PIC 9 VALUE ZEROS.
       77  IE-ETA        PIC 9(2) VALUE ZEROS.
       77  PMC-PLANTA-W  PIC 9 VALUE ZEROS.
       77  ORIGEN-W      PIC X VALUE SPACES.
           88 CAMION-EN-CAMIONES VALUE 'C'.
           88 CAMION-EN-CAMITRAN VALUE 'T'.
       77  CAMION-RESU-W PIC 9 VALUE ZEROS.
           88 CAMION-EN-RESUDIA  VALUE 1.
       77  CUAL-CAMP     PIC 9 VALUE ZEROS.
           88 CAMPANIA-ACTUAL   VALUE 1.
           88 CAMPANIA-ANTERIOR VALUE 2.
       77  HAY-REG-W     PIC 9 VALUE ZEROS.
       77  HAY-CIERRE-W  PIC 9 VALUE ZEROS.
           88 YA-CERRADO VALUE 1.
       77  HAY-DET-W     PIC 9 VALUE ZEROS.
       77  CANT-PLANTAS-W PIC 9(3) VALUE ZEROS.
       77  CANT-NUEVAS-W  PIC 9(3) VALUE ZEROS.
       77  CANT-PREVIAS-W PIC 9(3) VALUE ZEROS.
       77  CANT-REHECHAS-W PIC 9(3) VALUE ZEROS.

      * Planta en proceso; la planta 000 es el total de la empresa.
       01  PLANTA-PRO-W       PIC 9(3) VALUE ZEROS.
       01  NOM-PLANTA-W       PIC X(40) VALUE SPACES.

       01  CLAVE-CIE-W.
           02 EMPRESA-CIE-W      PIC 9(3).
           02 PLANTA-CIE-W       PIC 9(3).
           02 PERIODO-CIE-W      PIC 9(6).
           02 SECCION-CIE-W      PIC 9.
           02 CODIGO-CIE-W       PIC 9(5).
           02 RUBRO-CIE-W        PIC 9(5).
       01  CLAVE-LEIDA-W         PIC X(23).
       01  INCREM-W.
           02 INC-CANT           PIC 9(8).
           02 INC-CANT2          PIC 9(8).
           02 INC-KILOS          PIC S9(11).
           02 INC-VALOR1         PIC S9(11)V99.
           02 INC-VALOR2         PIC S9(11)V99.
           02 INC-VALOR3         PIC S9(11)V99.
           02 INC-VALOR4         PIC S9(11)V99.

      * Corte de producto y silo del stock: el inicial es el del
      * primer dia del mes y el final el del ultimo dia grabado.
       01  PROD-STK-ANT-W     PIC 9(4) VALUE ZEROS.
       01  SILO-STK-ANT-W     PIC X(6) VALUE SPACES.
       01  FINAL-STK-ANT-W    PIC S9(11) COMP-3 VALUE ZEROS.
       77  HAY-STK-ANT-W      PIC 9 VALUE ZEROS.

       01  SUBNRO-ADIC-W      PIC 9(2) VALUE ZEROS.

      * Listado: seccion en curso, netos de calidad del producto y
      * totales de la seccion.
       01  SECCION-ANT-W      PIC 9 VALUE 9.
       01  NETO-ACT-W         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  NETO-ANT-W         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  PORC-ACT      PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  PORC-ANT      PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  PORC-DIF      PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  PORC-W        PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  NUM-W         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  TOTALES-SEC.
           02 TOT-CANT-W         PIC 9(9).
           02 TOT-CANT2-W        PIC 9(9).
           02 TOT-KILOS-W        PIC S9(13).
           02 TOT-VALOR1-W       PIC S9(13)V99.
           02 TOT-VALOR2-W       PIC S9(13)V99.
           02 TOT-VALOR3-W       PIC S9(13)V99.
           02 TOT-VALOR4-W       PIC S9(13)V99.

       01  TABLA-SECCIONES.
           02 FILLER PIC X(40) VALUE 'RECEPCION POR PRODUCTO'.
           02 FILLER PIC X(40) VALUE
              'CALIDAD PROMEDIO VS. CAMPANIA ANTERIOR'.
           02 FILLER PIC X(40) VALUE 'SECADA Y ZARANDEO FACTURADO'.
           02 FILLER PIC X(40) VALUE 'KILOS POR TRANSPORTISTA'.
           02 FILLER PIC X(40) VALUE 'STOCK DE PLAYA POR PRODUCTO'.
           02 FILLER PIC X(40) VALUE 'ALERTAS DE CALIDAD Y AFLATOXINA'.
           02 FILLER PIC X(40) VALUE 'CONTRAMUESTRAS Y ARBITRAJES'.
       01  TABLA-SECCIONES-R REDEFINES TABLA-SECCIONES.
           02 NOM-SECCION OCCURS 7 TIMES PIC X(40).

      * Titulos de las columnas de cada seccion.
       01  TABLA-TITULOS.
      * Seccion 1
           02 FILLER PIC X(18) VALUE '          Camiones'.
           02 FILLER PIC X(18) VALUE '       Kilos netos'.
           02 FILLER PIC X(18) VALUE '    Merma aplicada'.
           02 FILLER PIC X(18) VALUE '      Neto mermado'.
           02 FILLER PIC X(18) VALUE '           % Merma'.
           02 FILLER PIC X(18) VALUE SPACES.
      * Seccion 2
           02 FILLER PIC X(18) VALUE '       Camp.Actual'.
           02 FILLER PIC X(18) VALUE '     Camp.Anterior'.
           02 FILLER PIC X(18) VALUE '        Diferencia'.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(18) VALUE SPACES.
      * Seccion 3
           02 FILLER PIC X(18) VALUE '     Liquidaciones'.
           02 FILLER PIC X(18) VALUE '          Camiones'.
           02 FILLER PIC X(18) VALUE '             Kilos'.
           02 FILLER PIC X(18) VALUE '             Merma'.
           02 FILLER PIC X(18) VALUE '           Importe'.
           02 FILLER PIC X(18) VALUE SPACES.
      * Seccion 4
           02 FILLER PIC X(18) VALUE '          Camiones'.
           02 FILLER PIC X(18) VALUE '       Kilos netos'.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(18) VALUE SPACES.
      * Seccion 5
           02 FILLER PIC X(18) VALUE '           Inicial'.
           02 FILLER PIC X(18) VALUE '          Entradas'.
           02 FILLER PIC X(18) VALUE '           Salidas'.
           02 FILLER PIC X(18) VALUE '             Final'.
           02 FILLER PIC X(18) VALUE '      Egresos reg.'.
           02 FILLER PIC X(18) VALUE '      Dif.sal-egr.'.
      * Seccion 6
           02 FILLER PIC X(18) VALUE '        Analizados'.
           02 FILLER PIC X(18) VALUE '      Fuera toler.'.
           02 FILLER PIC X(18) VALUE '           % Fuera'.
           02 FILLER PIC X(18) VALUE '       Kilos fuera'.
           02 FILLER PIC X(18) VALUE '        Aflatox. +'.
           02 FILLER PIC X(18) VALUE SPACES.
      * Seccion 7
           02 FILLER PIC X(18) VALUE '          Cargados'.
           02 FILLER PIC X(18) VALUE '            Firmes'.
           02 FILLER PIC X(18) VALUE '         No firmes'.
           02 FILLER PIC X(18) VALUE '          % Firmes'.
           02 FILLER PIC X(18) VALUE '     Dif.hum.prom.'.
           02 FILLER PIC X(18) VALUE SPACES.
       01  TABLA-TITULOS-R REDEFINES TABLA-TITULOS.
           02 OCURR-TIT-SEC OCCURS 7 TIMES.
              03 TITULO-COL OCCURS 6 TIMES PIC X(18).

       01  ED-ENTERO          PIC BBB---.---.---.--9.
       01  ED-DECIMAL         PIC ---.---.---.--9,99.
       01  ED-PORC            PIC B(11)---9,99.
       01  ED-PLANTA          PIC ZZ9.

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
           02 FILLER PIC X(34) VALUE
              'CIERRE MENSUAL DE PLAYA  Periodo: '.
           02 Z-MM-P            PIC 9(2)/.
           02 Z-AA-P            PIC 9(4).

       01 Z-LINEA-03.
          02 Z-TIT-PLA          PIC X(7).
          02 Z-COD-PLA          PIC ZZ9B.
          02 Z-NOM-PLA          PIC X(40).
          02 FILLER             PIC X(14) VALUE '  Cerrado el '.
          02 Z-DD-C             PIC 9(2)/.
          02 Z-MM-C             PIC 9(2)/.
          02 Z-AA-C             PIC 9(4).
          02 FILLER             PIC X     VALUE SPACES.
          02 Z-HH-C             PIC 9(2).
          02 FILLER             PIC X     VALUE ':'.
          02 Z-MI-C             PIC 9(2).
          02 FILLER             PIC X(5)  VALUE ' por '.
          02 Z-USU-C            PIC X(15).

       01 Z-LINEA-04.
          02 FILLER             PIC X(4) VALUE SPACES.
          02 Z-NOM-SEC          PIC X(40).

       01 Z-LINEA-TIT.
          02 FILLER             PIC X(34) VALUE SPACES.
          02 Z-COL-TIT OCCURS 6 TIMES PIC X(18).

       01 Z-LINEA-DET.
          02 Z-DESC-DET         PIC X(34).
          02 Z-COL-DET OCCURS 6 TIMES PIC X(18).

       01 Z-LINEA-07.
          02 FILLER             PIC X(10) VALUE SPACES.
          02 Z-LEYE             PIC X(45).
          02 Z-CANTNO           PIC ZZZ.ZZ9.

       SCREEN SECTION.
           COPY "WINPRINT.SCR".
           COPY "PL-189.scr".

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
           MOVE 'CONSOLIDADO POR PLANTA' TO Z-PLANTA.
           MOVE 'PL-189' TO PROGRAMA-BIT-W.

           OPEN INPUT AR-PLANTA AR-CAMIONES AR-CAMITRAN AR-ANALISIS
                      AR-ANALISIS1 AR-CIRCUITO
                      AR-ANADIC AR-RESUDIA AR-PROMHIST AR-LIQSEC
                      AR-STKPLA AR-EGRESOS AR-MERMAS AR-TOLERA
                      AR-RUBROS AR-PRODUCTO AR-TRANSPOR.

           PERFORM LEE-PERFIL THRU EXIT-LEE-PERFIL.

           OPEN INPUT AR-PLANTA3.
           MOVE EMPRESA-EXT TO EMPRESA-PLANTA3.
           MOVE PLANTA-EXT  TO CODIGO-PLANTA3.
           MOVE 1 TO DATOS-PLAYA-PLANTA3.
           READ AR-PLANTA3 INVALID KEY
                INITIALIZE AR-PLANTA3-REC
           END-READ.
           IF CARPETA-SALIDA-PLANTA3 > SPACES
              MOVE CARPETA-SALIDA-PLANTA3 TO CARPETA-CSV-W
              INSPECT CARPETA-CSV-W
                      REPLACING TRAILING SPACES BY LOW-VALUE
           ELSE
              MOVE TEMP-EXT TO CARPETA-CSV-W
           END-IF.

           PERFORM CARGA-MERMAS THRU EXIT-CARGA-MERMAS.
           PERFORM CARGA-TOLERA THRU EXIT-CARGA-TOLERA.

      * Propone el mes anterior al de hoy.
       INICIO.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           IF MM-HOY-W = 1
              MOVE 12 TO MES-INPUT
              COMPUTE ANIO-INPUT = AA-HOY-W - 1
           ELSE
              COMPUTE MES-INPUT = MM-HOY-W - 1
              MOVE AA-HOY-W TO ANIO-INPUT
           END-IF.
           MOVE ZEROS TO REHACER-INPUT.

       SF1.
           DISPLAY PL-189-SF-1-Screen.
           ACCEPT PL-189-SF-1-Screen.
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

           IF MES-INPUT < 1 OR MES-INPUT > 12 OR ANIO-INPUT < 1990
                    MOVE 1 TO MSG-TIPO
                    MOVE 1 TO BUTTON-TIPO
                    MOVE 1 TO DEFAULT-BUTTON
                    MOVE SPACES TO MSG-ERROR
                    MOVE 'EL MES O EL ANIO SON INCORRECTOS' TO MSG-1
                    CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                                MSG-1, MSG-2, MSG-3
                    MOVE 1 TO ACCEPT-CONTROL
                    MOVE 1 TO CONTROL-VALUE
                    GO TO SF1
           END-IF.
           MOVE ANIO-INPUT TO ANIO-PER-W.
           MOVE MES-INPUT  TO MES-PER-W.
           ACCEPT AMD-HOY-W FROM DATE YYYYMMDD.
           IF PERIODO-N-W NOT < AAAAMM-HOY-W
                    MOVE 1 TO MSG-TIPO
                    MOVE 1 TO BUTTON-TIPO
                    MOVE 1 TO DEFAULT-BUTTON
                    MOVE SPACES TO MSG-ERROR
                    MOVE 'EL MES NO TERMINO, NO SE PUEDE CERRAR'
                        TO MSG-1
                    CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                                MSG-1, MSG-2, MSG-3
                    MOVE 1 TO ACCEPT-CONTROL
                    MOVE 1 TO CONTROL-VALUE
                    GO TO SF1
           END-IF.

           IF REHACER-INPUT = 1 AND PERM-MANT-W = 0
              MOVE 1 TO MSG-TIPO
              MOVE 1 TO BUTTON-TIPO
              MOVE 1 TO DEFAULT-BUTTON
              MOVE SPACES TO MSG-ERROR
              MOVE 'SU PERFIL NO PERMITE REHACER EL CIERRE'
                   TO MSG-1
              CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                          MSG-1, MSG-2, MSG-3
              MOVE 'REHACER CIERRE' TO OPCION-RECHAZO-W
              PERFORM GRABA-RECHAZO THRU EXIT-GRABA-RECHAZO
              MOVE 1 TO ACCEPT-CONTROL
              MOVE 3 TO CONTROL-VALUE
              GO TO SF1
           END-IF.

      * El hasta va al dia 31 para cualquier mes: solo se usa como
      * tope de lectura.
           MOVE ANIO-INPUT TO AA-DES-CPY AA-HAS-CPY Z-AA-P.
           MOVE MES-INPUT  TO MM-DES-CPY MM-HAS-CPY Z-MM-P.
           MOVE 1  TO DD-DES-CPY.
           MOVE 31 TO DD-HAS-CPY.
           MOVE DESDE-CPY TO DESDE-ANT-CPY.
           MOVE HASTA-CPY TO HASTA-ANT-CPY.
           SUBTRACT 1 FROM AA-DES-ANT.
           SUBTRACT 1 FROM AA-HAS-ANT.

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
           MOVE ZEROS TO CANT-PLANTAS-W CANT-NUEVAS-W CANT-PREVIAS-W
                         CANT-REHECHAS-W.
           ACCEPT AMD-HOY-W  FROM DATE YYYYMMDD.
           ACCEPT HORA-HOY-W FROM TIME.

           MOVE PERM-EXCEL-W TO SENAL-EXCEL.
           IF SENAL-EXCEL = 1
              MOVE SPACES TO ARCHIVO-EXCEL-W
              STRING CARPETA-CSV-W DELIMITED BY LOW-VALUE
                     'CIERRE' PERIODO-W '.CSV' DELIMITED BY SIZE
                     INTO ARCHIVO-EXCEL-W
              END-STRING
              OPEN OUTPUT AR-EXCEL
              MOVE SPACES TO LINEA-EXCEL-W
              MOVE 1 TO PUNTERO-EXCEL
              STRING NOMEMPRESA-EXT DELIMITED BY SIZE
                     ';CIERRE MENSUAL DE PLAYA;' DELIMITED BY SIZE
                     PERIODO-W DELIMITED BY SIZE
                     INTO LINEA-EXCEL-W
                     WITH POINTER PUNTERO-EXCEL
              END-STRING
              WRITE LINEA-EXCEL FROM LINEA-EXCEL-W
           END-IF.

           OPEN I-O AR-CIERRE.

      * El total de la empresa se arma de nuevo en cada corrida con
      * la suma de las plantas.
           MOVE ZEROS TO PLANTA-PRO-W.
           PERFORM BORRA-CIERRE THRU EXIT-BORRA-CIERRE.

           INITIALIZE AR-PLANTA-REC.
           MOVE EMPRESA-EXT TO EMPRESA-PLANTA.
           START AR-PLANTA KEY NOT LESS THAN CLAVE-PLANTA INVALID KEY
                GO TO FIN-PLANTAS
           END-START.
       LEO-PLANTA.
           READ AR-PLANTA NEXT RECORD AT END
                GO TO FIN-PLANTAS
           END-READ.
           IF EMPRESA-PLANTA NOT = EMPRESA-EXT
              GO TO FIN-PLANTAS
           END-IF.
           IF CODIGO-PLANTA = ZEROS
              GO TO LEO-PLANTA
           END-IF.
           PERFORM PROCESA-PLANTA THRU EXIT-PROCESA-PLANTA.
           GO TO LEO-PLANTA.

       FIN-PLANTAS.
           MOVE ZEROS TO PLANTA-PRO-W.
           MOVE 'TOTAL EMPRESA' TO NOM-PLANTA-W.
           PERFORM LISTA-CIERRE THRU EXIT-LISTA-CIERRE.
           CLOSE AR-CIERRE.

           MOVE SPACES TO Z-LINEA-07.
           MOVE 'PLANTAS DE LA EMPRESA' TO Z-LEYE.
           MOVE CANT-PLANTAS-W TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 3.
           ADD 3 TO TL.
           MOVE SPACES TO Z-LINEA-07.
           MOVE 'CERRADAS EN ESTA CORRIDA' TO Z-LEYE.
           MOVE CANT-NUEVAS-W TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 1.
           ADD 1 TO TL.
           MOVE SPACES TO Z-LINEA-07.
           MOVE 'CON CIERRE ANTERIOR (LISTADAS DEL CIERRE)' TO Z-LEYE.
           MOVE CANT-PREVIAS-W TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 1.
           ADD 1 TO TL.
           MOVE SPACES TO Z-LINEA-07.
           MOVE 'CON CIERRE REHECHO' TO Z-LEYE.
           MOVE CANT-REHECHAS-W TO Z-CANTNO.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-07 AFTER 1.
           ADD 1 TO TL.

           DESTROY PRINTING-WINDOW.
           MOVE SPACES TO LINEA.
           WRITE LINEA AFTER PAGE.
           CLOSE LISTADO.

           IF SENAL-EXCEL = 1
              CLOSE AR-EXCEL
              MOVE 1 TO MSG-TIPO
              MOVE 1 TO BUTTON-TIPO
              MOVE 1 TO DEFAULT-BUTTON
              MOVE SPACES TO MSG-ERROR
              MOVE 'ARCHIVO GENERADO:' TO MSG-1
              MOVE ARCHIVO-EXCEL-W TO MSG-2
              CALL 'MSG' USING MSG-TIPO, MSG-RESPUESTA
                              MSG-1, MSG-2, MSG-3
              END-CALL
              MOVE SPACES TO MSG-2
           END-IF.

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
            CLOSE AR-PLANTA AR-CAMIONES AR-CAMITRAN AR-ANALISIS
                  AR-ANALISIS1 AR-CIRCUITO AR-PLANTA3
                  AR-ANADIC AR-RESUDIA AR-PROMHIST AR-LIQSEC
                  AR-STKPLA AR-EGRESOS AR-MERMAS AR-TOLERA
                  AR-RUBROS AR-PRODUCTO AR-TRANSPOR.

            PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                 IF PGM-EXT(IP) = 'PL-189'
                    MOVE SPACES TO PGM-EXT(IP)
                    MOVE 150 TO IP
                 END-IF
            END-PERFORM.

            DESTROY PL-189-SF-1-Screen.
            DESTROY PL-189-SF-1-Handle.

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
              MOVE 7 TO TL
           END-IF.
           COPY "WINPRINT.PRD".
       file-spl.
           move spaces to archivo-spl.
           accept horaf-spl from time.
           string TEMP-EXT delimited by low-value
                  'F' horaf-spl(2:) '.spl' delimited by size
               into archivo-spl
           end-string.
       exit-file-spl.
           exit.

       LEE-PERFIL.
           MOVE 1 TO PERM-EXCEL-W PERM-MANT-W.
           OPEN INPUT AR-PERFIL.
           MOVE USUARIO-EXT TO USUARIO-PERFIL.
           READ AR-PERFIL INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE EXCEL-PERFIL TO PERM-EXCEL-W
                MOVE MANT-PERFIL  TO PERM-MANT-W
           END-READ.
           CLOSE AR-PERFIL.
       EXIT-LEE-PERFIL.
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

           COPY "BITACORA.PRD".

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

       CARGA-TOLERA.
           MOVE ZEROS TO CANT-TOLERA.
           INITIALIZE TABLA-TOLERA.
           MOVE LOW-VALUES TO CLAVE-TOLERA.
           START AR-TOLERA KEY NOT < CLAVE-TOLERA INVALID KEY
               GO TO EXIT-CARGA-TOLERA
           END-START.
       LEO-TOLERA.
           READ AR-TOLERA NEXT RECORD AT END
               GO TO EXIT-CARGA-TOLERA
           END-READ.
           IF ACTIVO-TOLERA = 1
              IF CANT-TOLERA < 100
                 ADD 1 TO CANT-TOLERA
                 MOVE PRODUCTO-TOLERA
                   TO PROD-TOL-TAB(CANT-TOLERA)
                 MOVE RUBRO-TOLERA
                   TO RUBRO-TOL-TAB(CANT-TOLERA)
                 MOVE MIN-TOLERA TO MIN-TOL-TAB(CANT-TOLERA)
                 MOVE MAX-TOLERA TO MAX-TOL-TAB(CANT-TOLERA)
              END-IF
           END-IF.
           GO TO LEO-TOLERA.
       EXIT-CARGA-TOLERA.
           EXIT.

      * Planta de AR-PLANTA-REC: si el mes ya esta cerrado se usa lo
      * grabado; si no, o si se pidio rehacer, se calcula y graba.
      * Despues se suma al total de la empresa y se lista.
       PROCESA-PLANTA.
           MOVE CODIGO-PLANTA TO PLANTA-PRO-W.
           MOVE NOMBRE-PLANTA TO NOM-PLANTA-W.
           MOVE EMPRESA-EXT   TO EMPRESA-PLANTA3.
           MOVE CODIGO-PLANTA TO CODIGO-PLANTA3.
           MOVE 1 TO DATOS-PLAYA-PLANTA3.
           READ AR-PLANTA3 INVALID KEY
                INITIALIZE AR-PLANTA3-REC
           END-READ.
           MOVE PMC-PLANTA TO PMC-PLANTA-W.
           ADD 1 TO CANT-PLANTAS-W.
           INITIALIZE AR-CIERRE-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-CIE.
           MOVE PLANTA-PRO-W TO PLANTA-CIE.
           MOVE PERIODO-N-W  TO PERIODO-CIE.
           READ AR-CIERRE INVALID KEY
                MOVE ZEROS TO HAY-CIERRE-W
           NOT INVALID KEY
                MOVE 1 TO HAY-CIERRE-W
           END-READ.
           IF YA-CERRADO AND REHACER-INPUT = ZEROS
              ADD 1 TO CANT-PREVIAS-W
              GO TO PROCESA-PLANTA-SUMA
           END-IF.

           MOVE SPACES TO ANTES-BIT-W DESPUES-BIT-W.
           IF YA-CERRADO
              MOVE AR-CIERRE-REC TO ANTES-BIT-W
              MOVE 'M' TO OPERA-BIT-W
              ADD 1 TO CANT-REHECHAS-W
              PERFORM BORRA-CIERRE THRU EXIT-BORRA-CIERRE
           ELSE
              MOVE 'A' TO OPERA-BIT-W
              ADD 1 TO CANT-NUEVAS-W
           END-IF.
           PERFORM CALCULA-CIERRE THRU EXIT-CALCULA-CIERRE.

           INITIALIZE AR-CIERRE-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-CIE.
           MOVE PLANTA-PRO-W TO PLANTA-CIE.
           MOVE PERIODO-N-W  TO PERIODO-CIE.
           READ AR-CIERRE INVALID KEY
                INITIALIZE AR-CIERRE-REC
           END-READ.
           MOVE AR-CIERRE-REC TO DESPUES-BIT-W.
           MOVE 'AR-CIERRE'   TO ARCHIVO-BIT-W.
           MOVE CLAVE-CIERRE  TO CLAVE-BIT-W.
           MOVE LENGTH OF AR-CIERRE-REC TO LARGO-BIT-W.
           PERFORM GRABA-BITACORA THRU EXIT-GRABA-BITACORA.

       PROCESA-PLANTA-SUMA.
           PERFORM SUMA-EMPRESA THRU EXIT-SUMA-EMPRESA.
           PERFORM LISTA-CIERRE THRU EXIT-LISTA-CIERRE.
       EXIT-PROCESA-PLANTA.
           EXIT.

      * Borra el cierre del periodo de la planta PLANTA-PRO-W.
       BORRA-CIERRE.
           INITIALIZE AR-CIERRE-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-CIE.
           MOVE PLANTA-PRO-W TO PLANTA-CIE.
           MOVE PERIODO-N-W  TO PERIODO-CIE.
           START AR-CIERRE KEY NOT LESS THAN CLAVE-CIERRE INVALID KEY
                GO TO EXIT-BORRA-CIERRE
           END-START.
       LEO-BORRA-CIERRE.
           READ AR-CIERRE NEXT RECORD AT END
                GO TO EXIT-BORRA-CIERRE
           END-READ.
           IF EMPRESA-CIE NOT = EMPRESA-EXT  OR
              PLANTA-CIE  NOT = PLANTA-PRO-W OR
              PERIODO-CIE NOT = PERIODO-N-W
              GO TO EXIT-BORRA-CIERRE
           END-IF.
           DELETE AR-CIERRE RECORD INVALID KEY
                CONTINUE
           END-DELETE.
           GO TO LEO-BORRA-CIERRE.
       EXIT-BORRA-CIERRE.
           EXIT.

      * Calcula y graba el cierre del mes de la planta PLANTA-PRO-W.
       CALCULA-CIERRE.
           MOVE EMPRESA-EXT  TO EMPRESA-CIE-W.
           MOVE PLANTA-PRO-W TO PLANTA-CIE-W.
           MOVE PERIODO-N-W  TO PERIODO-CIE-W.
           INITIALIZE INCREM-W.
           MOVE ZEROS TO SECCION-CIE-W CODIGO-CIE-W RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.

           PERFORM SUMA-RESUDIA  THRU EXIT-SUMA-RESUDIA.
           PERFORM SUMA-PROMHIST THRU EXIT-SUMA-PROMHIST.
           PERFORM SUMA-LIQSEC   THRU EXIT-SUMA-LIQSEC.
           PERFORM SUMA-CAMIONES THRU EXIT-SUMA-CAMIONES.
           PERFORM SUMA-CAMITRAN THRU EXIT-SUMA-CAMITRAN.
           PERFORM SUMA-STKPLA   THRU EXIT-SUMA-STKPLA.
           PERFORM SUMA-EGRESOS  THRU EXIT-SUMA-EGRESOS.
       EXIT-CALCULA-CIERRE.
           EXIT.

      * Suma INCREM-W al registro de cierre de clave CLAVE-CIE-W. El
      * registro nuevo lleva la fecha, hora y usuario de la corrida.
       ACUMULA-CIERRE.
           MOVE CLAVE-CIE-W TO CLAVE-CIERRE.
           READ AR-CIERRE INVALID KEY
                INITIALIZE AR-CIERRE-REC
                MOVE CLAVE-CIE-W TO CLAVE-CIERRE
                MOVE AMD-HOY-W   TO FECHA-CIE
                MOVE HORA-HOY-W  TO HORA-CIE
                MOVE USUARIO-EXT TO USUARIO-CIE
                MOVE ZEROS TO HAY-REG-W
           NOT INVALID KEY
                MOVE 1 TO HAY-REG-W
           END-READ.
           ADD INC-CANT   TO CANT-CIE.
           ADD INC-CANT2  TO CANT2-CIE.
           ADD INC-KILOS  TO KILOS-CIE.
           ADD INC-VALOR1 TO VALOR1-CIE.
           ADD INC-VALOR2 TO VALOR2-CIE.
           ADD INC-VALOR3 TO VALOR3-CIE.
           ADD INC-VALOR4 TO VALOR4-CIE.
           IF HAY-REG-W = 1
              REWRITE AR-CIERRE-REC INVALID KEY
                   CONTINUE
              END-REWRITE
           ELSE
              WRITE AR-CIERRE-REC INVALID KEY
                   CONTINUE
              END-WRITE
           END-IF.
       EXIT-ACUMULA-CIERRE.
           EXIT.

      * Camiones y kilos recibidos por producto del resumen diario.
       SUMA-RESUDIA.
           INITIALIZE AR-RESUDIA-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-RESUDIA.
           MOVE PLANTA-PRO-W TO PLANTA-RESUDIA.
           MOVE DESDE-CPY    TO FECHA-RESUDIA.
           START AR-RESUDIA KEY NOT LESS THAN CLAVE-RESUDIA
                                                   INVALID KEY
                GO TO EXIT-SUMA-RESUDIA
           END-START.
       LEO-SUMA-RESUDIA.
           READ AR-RESUDIA NEXT RECORD AT END
                GO TO EXIT-SUMA-RESUDIA
           END-READ.
           IF EMPRESA-RESUDIA NOT = EMPRESA-EXT  OR
              PLANTA-RESUDIA  NOT = PLANTA-PRO-W OR
              FECHA-RESUDIA > HASTA-CPY
              GO TO EXIT-SUMA-RESUDIA
           END-IF.
           INITIALIZE INCREM-W.
           MOVE CAMIONES-RESUDIA TO INC-CANT.
           MOVE NETO-RESUDIA     TO INC-KILOS.
           MOVE 1                TO SECCION-CIE-W.
           MOVE PRODUCTO-RESUDIA TO CODIGO-CIE-W.
           MOVE ZEROS            TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           MOVE ZEROS TO SECCION-CIE-W CODIGO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           GO TO LEO-SUMA-RESUDIA.
       EXIT-SUMA-RESUDIA.
           EXIT.

      * Humedad y rubros acumulados del mes y del mismo mes de la
      * campania anterior, con el mismo criterio que PL-155.
       SUMA-PROMHIST.
           INITIALIZE AR-PROMHIST-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-PROMHIST.
           MOVE PLANTA-PRO-W TO PLANTA-PROMHIST.
           START AR-PROMHIST KEY NOT LESS THAN CLAVE-PROMHIST
                                                   INVALID KEY
                GO TO EXIT-SUMA-PROMHIST
           END-START.
       LEO-SUMA-PROMHIST.
           READ AR-PROMHIST NEXT RECORD AT END
                GO TO EXIT-SUMA-PROMHIST
           END-READ.
           IF EMPRESA-PROMHIST NOT = EMPRESA-EXT OR
              PLANTA-PROMHIST  NOT = PLANTA-PRO-W
              GO TO EXIT-SUMA-PROMHIST
           END-IF.
           MOVE ZEROS TO CUAL-CAMP.
           IF FECHA-PROMHIST NOT < DESDE-CPY AND
              FECHA-PROMHIST NOT > HASTA-CPY
              MOVE 1 TO CUAL-CAMP
           END-IF.
           IF FECHA-PROMHIST NOT < DESDE-ANT-CPY AND
              FECHA-PROMHIST NOT > HASTA-ANT-CPY
              MOVE 2 TO CUAL-CAMP
           END-IF.
           IF CUAL-CAMP = ZEROS
              GO TO LEO-SUMA-PROMHIST
           END-IF.
           INITIALIZE INCREM-W.
           IF CAMPANIA-ACTUAL
              MOVE CAMIONES-PROMHIST  TO INC-CANT
              MOVE HUM-ACUM-PROMHIST  TO INC-VALOR1
              MOVE NETO-ACUM-PROMHIST TO INC-VALOR3
           ELSE
              MOVE CAMIONES-PROMHIST  TO INC-CANT2
              MOVE HUM-ACUM-PROMHIST  TO INC-VALOR2
              MOVE NETO-ACUM-PROMHIST TO INC-VALOR4
           END-IF.
           MOVE 2                 TO SECCION-CIE-W.
           MOVE PRODUCTO-PROMHIST TO CODIGO-CIE-W.
           MOVE ZEROS             TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > 100
              IF RUBRO-PROMHIST(II) > ZEROS
                 INITIALIZE INCREM-W
                 IF CAMPANIA-ACTUAL
                    MOVE ACUM1-PROMHIST(II) TO INC-VALOR1
                 ELSE
                    MOVE ACUM1-PROMHIST(II) TO INC-VALOR2
                 END-IF
                 MOVE RUBRO-PROMHIST(II) TO RUBRO-CIE-W
                 PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE
              END-IF
           END-PERFORM.
           GO TO LEO-SUMA-PROMHIST.
       EXIT-SUMA-PROMHIST.
           EXIT.

      * Liquidaciones de secada y zarandeo emitidas en el mes. El
      * numero cero es el registro de ultimo numero usado.
       SUMA-LIQSEC.
           INITIALIZE AR-LIQSEC-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-LIQSEC.
           MOVE PLANTA-PRO-W TO PLANTA-LIQSEC.
           MOVE 1            TO NUMERO-LIQSEC.
           START AR-LIQSEC KEY NOT LESS THAN CLAVE-LIQSEC INVALID KEY
                GO TO EXIT-SUMA-LIQSEC
           END-START.
       LEO-SUMA-LIQSEC.
           READ AR-LIQSEC NEXT RECORD AT END
                GO TO EXIT-SUMA-LIQSEC
           END-READ.
           IF EMPRESA-LIQSEC NOT = EMPRESA-EXT OR
              PLANTA-LIQSEC  NOT = PLANTA-PRO-W
              GO TO EXIT-SUMA-LIQSEC
           END-IF.
           IF FECHA-LIQSEC < DESDE-CPY OR FECHA-LIQSEC > HASTA-CPY
              GO TO LEO-SUMA-LIQSEC
           END-IF.
           INITIALIZE INCREM-W.
           MOVE 1               TO INC-CANT.
           MOVE CAMIONES-LIQSEC TO INC-CANT2.
           MOVE KILOS-LIQSEC    TO INC-KILOS.
           MOVE MERMA-LIQSEC    TO INC-VALOR1.
           MOVE IMPORTE-LIQSEC  TO INC-VALOR2.
           MOVE 3     TO SECCION-CIE-W.
           MOVE ZEROS TO CODIGO-CIE-W RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           INITIALIZE INCREM-W.
           MOVE IMPORTE-LIQSEC  TO INC-VALOR2.
           MOVE ZEROS TO SECCION-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           GO TO LEO-SUMA-LIQSEC.
       EXIT-SUMA-LIQSEC.
           EXIT.

       SUMA-CAMIONES.
           INITIALIZE AR-CAMIONES-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-NES.
           MOVE PLANTA-PRO-W TO PLANTA-NES.
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
           IF EMPRESA-NES NOT = EMPRESA-EXT  OR
              PLANTA-NES  NOT = PLANTA-PRO-W OR
              FEC-CAL-NES > HASTA-CPY
              GO TO EXIT-SUMA-CAMIONES
           END-IF.
           MOVE 'C' TO ORIGEN-W.
           PERFORM PROCESA-CAMION THRU EXIT-PROCESA-CAMION.
           GO TO LEO-SUMA-CAM.
       EXIT-SUMA-CAMIONES.
           EXIT.

       SUMA-CAMITRAN.
           INITIALIZE AR-CAMITRAN-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-TRAN.
           MOVE PLANTA-PRO-W TO PLANTA-TRAN.
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
           IF EMPRESA-TRAN NOT = EMPRESA-EXT  OR
              PLANTA-TRAN  NOT = PLANTA-PRO-W OR
              FEC-CAL-TRAN > HASTA-CPY
              GO TO EXIT-SUMA-CAMITRAN
           END-IF.
           MOVE AR-CAMITRAN-REC TO AR-CAMIONES-REC.
           MOVE 'T' TO ORIGEN-W.
           PERFORM PROCESA-CAMION THRU EXIT-PROCESA-CAMION.
           GO TO LEO-SUMA-TRAN.
       EXIT-SUMA-CAMITRAN.
           EXIT.

      * Camion de AR-CAMIONES-REC calado en el mes: merma aplicada,
      * kilos del transportista, alertas de calidad y analisis
      * adicionales de la muestra. La merma va solo por los camiones
      * que entran en AR-RESUDIA, para que cierre contra sus kilos.
       PROCESA-CAMION.
           IF NETO-NES > ZEROS
              PERFORM CONTROLA-RESUDIA THRU EXIT-CONTROLA-RESUDIA
              IF CAMION-EN-RESUDIA
                 PERFORM CALCULA-MERMA THRU EXIT-CALCULA-MERMA
                 INITIALIZE INCREM-W
                 MOVE MERMA-W      TO INC-VALOR1
                 MOVE 1            TO SECCION-CIE-W
                 MOVE PRODUCTO-NES TO CODIGO-CIE-W
                 MOVE ZEROS        TO RUBRO-CIE-W
                 PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE
                 MOVE ZEROS TO SECCION-CIE-W CODIGO-CIE-W
                 PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE
              END-IF
              INITIALIZE INCREM-W
              MOVE 1             TO INC-CANT
              MOVE NETO-NES      TO INC-KILOS
              MOVE 4             TO SECCION-CIE-W
              MOVE TRANSPORT-NES TO CODIGO-CIE-W
              PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE
           END-IF.
           IF MUESTRA-NES NOT > ZEROS
              GO TO EXIT-PROCESA-CAMION
           END-IF.
           PERFORM CONTROLA-ALERTAS THRU EXIT-CONTROLA-ALERTAS.
           MOVE 2 TO SUBNRO-ADIC-W.
           PERFORM CUENTA-ADICIONAL THRU EXIT-CUENTA-ADICIONAL.
           MOVE 3 TO SUBNRO-ADIC-W.
           PERFORM CUENTA-ADICIONAL THRU EXIT-CUENTA-ADICIONAL.
       EXIT-PROCESA-CAMION.
           EXIT.

      * Mismo criterio que PL-157 para el resumen diario: camion con
      * muestra, fuera del circuito de reproceso sin tolva (solo en
      * AR-CAMIONES), con analisis original en AR-ANALISIS1 y la
      * etapa AN3 cumplida. Deja CAMION-RESU-W en 1 si entra.
       CONTROLA-RESUDIA.
           MOVE ZEROS TO CAMION-RESU-W.
           IF MUESTRA-NES NOT > ZEROS
              GO TO EXIT-CONTROLA-RESUDIA
           END-IF.
           IF CAMION-EN-CAMIONES
              MOVE EMPRESA-NES  TO EMPRESA-CIRCUITO
              MOVE PLANTA-NES   TO PLANTA-CIRCUITO
              MOVE CIRCUITO-NES TO CODIGO-CIRCUITO
              READ AR-CIRCUITO INVALID KEY
                   INITIALIZE AR-CIRCUITO-REC
              END-READ
              IF PMC-PLANTA-W = 1 AND REPRO-CIRCUITO = 1 AND
                 SIN-TOLVA-ADIZ = 5
                 GO TO EXIT-CONTROLA-RESUDIA
              END-IF
           END-IF.
           INITIALIZE AR-ANALISIS1-REC.
           MOVE EMPRESA-NES  TO EMPRESA-ANAL1.
           MOVE PLANTA-NES   TO T1PlaId1.
           MOVE MUESTRA-NES  TO T1Muestra1.
           MOVE PRODUCTO-NES TO T1Prd_Cod1.
           MOVE 1            TO LC06CodSec1.
           MOVE 1            TO T2SubNro1.
           READ AR-ANALISIS1 INVALID KEY
                GO TO EXIT-CONTROLA-RESUDIA
           END-READ.
           IF CAMION-EN-CAMIONES
              CALL "SQL-CAM3" USING "L" CLAVE-CAMIONES ETAPAS-NES
           ELSE
              MOVE ETAPAS-TRAN TO ETAPAS-NES
           END-IF.
           PERFORM VARYING IE-ETA FROM 1 BY 1 UNTIL IE-ETA > 40
                          OR ETAPA-NES(IE-ETA) = SPACES
                          OR CAMION-EN-RESUDIA
              IF ETAPA-NES(IE-ETA) = "AN3" AND
                 FECHA-ETAPA-NES(IE-ETA) > ZEROS
                 MOVE 1 TO CAMION-RESU-W
              END-IF
           END-PERFORM.
       EXIT-CONTROLA-RESUDIA.
           EXIT.

       CALCULA-MERMA.
           PERFORM LEE-HUM-FIRME THRU EXIT-LEE-HUM-FIRME.
           MOVE ZEROS TO MERMA-W.
           PERFORM VARYING IM-MER FROM 1 BY 1
                   UNTIL IM-MER > CANT-MERMAS
              IF PROD-MER-TAB(IM-MER) = PRODUCTO-NES AND
                 HUMEDAD-USADA-W NOT < HUMD-MER-TAB(IM-MER) AND
                 HUMEDAD-USADA-W NOT > HUMH-MER-TAB(IM-MER)
                 COMPUTE MERMA-W ROUNDED = NETO-NES
                         * PORC-MER-TAB(IM-MER) / 100
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

      * Rubros fuera de tolerancia (AR-TOLERA, como el detalle de
      * PL-153) y aflatoxina positiva (RESAFLA-ANAL = 2) del
      * analisis de la muestra.
       CONTROLA-ALERTAS.
           INITIALIZE AR-ANALISIS-REC.
           MOVE PLANTA-NES   TO T1PlaId.
           MOVE MUESTRA-NES  TO T1Muestra.
           MOVE PRODUCTO-NES TO T1Prd_Cod.
           READ AR-ANALISIS INVALID KEY
                GO TO EXIT-CONTROLA-ALERTAS
           END-READ.
           CALL "SQL-ANA2" USING "L" CLAVE-ANALISIS RUBROS-ANAL.
           MOVE ZEROS TO HAY-ALERTA-W.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > 100
              IF RUBRO-ANAL(II) > ZEROS
                 PERFORM CONTROLA-TOLERA THRU EXIT-CONTROLA-TOLERA
              END-IF
           END-PERFORM.
           INITIALIZE INCREM-W.
           MOVE 1 TO INC-VALOR1.
           IF HAY-ALERTA
              MOVE 1        TO INC-CANT
              MOVE NETO-NES TO INC-KILOS
           END-IF.
           IF RESAFLA-ANAL = 2
              MOVE 1 TO INC-CANT2
           END-IF.
           MOVE 6            TO SECCION-CIE-W.
           MOVE PRODUCTO-NES TO CODIGO-CIE-W.
           MOVE ZEROS        TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
       EXIT-CONTROLA-ALERTAS.
           EXIT.

       CONTROLA-TOLERA.
           PERFORM VARYING IT-TOL FROM 1 BY 1
                   UNTIL IT-TOL > CANT-TOLERA
              IF PROD-TOL-TAB(IT-TOL) = PRODUCTO-NES AND
                 RUBRO-TOL-TAB(IT-TOL) = RUBRO-ANAL(II)
                 IF PORC-ANAL(II) < MIN-TOL-TAB(IT-TOL) OR
                    PORC-ANAL(II) > MAX-TOL-TAB(IT-TOL)
                    MOVE 1 TO HAY-ALERTA-W
                 END-IF
                 MOVE 999 TO IT-TOL
              END-IF
           END-PERFORM.
       EXIT-CONTROLA-TOLERA.
           EXIT.

      * Contramuestra (2) o arbitraje (3) de la muestra: cargado,
      * firme y diferencia de la humedad firme contra la original.
       CUENTA-ADICIONAL.
           MOVE PLANTA-NES    TO PLANTA-ANADIC.
           MOVE MUESTRA-NES   TO MUESTRA-ANADIC.
           MOVE PRODUCTO-NES  TO PRODUCTO-ANADIC.
           MOVE SUBNRO-ADIC-W TO SUBNRO-ANADIC.
           READ AR-ANADIC INVALID KEY
                GO TO EXIT-CUENTA-ADICIONAL
           END-READ.
           INITIALIZE INCREM-W.
           MOVE 1 TO INC-CANT.
           IF FIRME-ANADIC = 1
              MOVE 1 TO INC-CANT2
              IF HUMEDAD-ANADIC NOT = ZEROS
                 COMPUTE INC-VALOR1 = HUMEDAD-ANADIC - HUMEDAD-NES
              END-IF
           END-IF.
           MOVE 7             TO SECCION-CIE-W.
           MOVE SUBNRO-ADIC-W TO CODIGO-CIE-W.
           MOVE ZEROS         TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
       EXIT-CUENTA-ADICIONAL.
           EXIT.

      * Stock del mes por producto: inicial del primer dia y final
      * del ultimo dia de cada silo, entradas y salidas del mes.
       SUMA-STKPLA.
           MOVE ZEROS TO HAY-STK-ANT-W.
           INITIALIZE AR-STKPLA-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-STK.
           MOVE PLANTA-PRO-W TO PLANTA-STK.
           START AR-STKPLA KEY NOT LESS THAN CLAVE-STKPLA INVALID KEY
                GO TO EXIT-SUMA-STKPLA
           END-START.
       LEO-SUMA-STKPLA.
           READ AR-STKPLA NEXT RECORD AT END
                GO TO FIN-SUMA-STKPLA
           END-READ.
           IF EMPRESA-STK NOT = EMPRESA-EXT OR
              PLANTA-STK  NOT = PLANTA-PRO-W
              GO TO FIN-SUMA-STKPLA
           END-IF.
           IF FECHA-STK < DESDE-CPY OR FECHA-STK > HASTA-CPY
              GO TO LEO-SUMA-STKPLA
           END-IF.
           IF HAY-STK-ANT-W = 1
              IF PRODUCTO-STK NOT = PROD-STK-ANT-W OR
                 SILO-STK     NOT = SILO-STK-ANT-W
                 PERFORM CIERRA-SILO THRU EXIT-CIERRA-SILO
              END-IF
           END-IF.
           INITIALIZE INCREM-W.
           IF HAY-STK-ANT-W = ZEROS
              MOVE INICIAL-STK TO INC-VALOR1
           END-IF.
           MOVE ENTRADAS-STK TO INC-VALOR2.
           MOVE SALIDAS-STK  TO INC-VALOR3.
           MOVE 5            TO SECCION-CIE-W.
           MOVE PRODUCTO-STK TO CODIGO-CIE-W.
           MOVE ZEROS        TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           MOVE 1            TO HAY-STK-ANT-W.
           MOVE PRODUCTO-STK TO PROD-STK-ANT-W.
           MOVE SILO-STK     TO SILO-STK-ANT-W.
           MOVE FINAL-STK    TO FINAL-STK-ANT-W.
           GO TO LEO-SUMA-STKPLA.
       FIN-SUMA-STKPLA.
           IF HAY-STK-ANT-W = 1
              PERFORM CIERRA-SILO THRU EXIT-CIERRA-SILO
           END-IF.
       EXIT-SUMA-STKPLA.
           EXIT.

       CIERRA-SILO.
           INITIALIZE INCREM-W.
           MOVE FINAL-STK-ANT-W TO INC-VALOR4.
           MOVE 5               TO SECCION-CIE-W.
           MOVE PROD-STK-ANT-W  TO CODIGO-CIE-W.
           MOVE ZEROS           TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           MOVE ZEROS TO HAY-STK-ANT-W.
       EXIT-CIERRA-SILO.
           EXIT.

      * Egresos registrados en el mes (PL-172) por producto.
       SUMA-EGRESOS.
           INITIALIZE AR-EGRESOS-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-EGR.
           MOVE PLANTA-PRO-W TO PLANTA-EGR.
           MOVE DESDE-CPY    TO FECHA-EGR.
           START AR-EGRESOS KEY NOT LESS THAN CLAVE-EGRESOS
                                                   INVALID KEY
                GO TO EXIT-SUMA-EGRESOS
           END-START.
       LEO-SUMA-EGRESOS.
           READ AR-EGRESOS NEXT RECORD AT END
                GO TO EXIT-SUMA-EGRESOS
           END-READ.
           IF EMPRESA-EGR NOT = EMPRESA-EXT  OR
              PLANTA-EGR  NOT = PLANTA-PRO-W OR
              FECHA-EGR > HASTA-CPY
              GO TO EXIT-SUMA-EGRESOS
           END-IF.
           INITIALIZE INCREM-W.
           MOVE 1            TO INC-CANT.
           MOVE KILOS-EGR    TO INC-KILOS.
           MOVE 5            TO SECCION-CIE-W.
           MOVE PRODUCTO-EGR TO CODIGO-CIE-W.
           MOVE ZEROS        TO RUBRO-CIE-W.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           GO TO LEO-SUMA-EGRESOS.
       EXIT-SUMA-EGRESOS.
           EXIT.

      * Suma el cierre de la planta PLANTA-PRO-W al total de la
      * empresa (planta 000). Despues de cada acumulacion se vuelve
      * a posicionar despues del registro leido.
       SUMA-EMPRESA.
           INITIALIZE AR-CIERRE-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-CIE.
           MOVE PLANTA-PRO-W TO PLANTA-CIE.
           MOVE PERIODO-N-W  TO PERIODO-CIE.
           START AR-CIERRE KEY NOT LESS THAN CLAVE-CIERRE INVALID KEY
                GO TO EXIT-SUMA-EMPRESA
           END-START.
       LEO-SUMA-EMPRESA.
           READ AR-CIERRE NEXT RECORD AT END
                GO TO EXIT-SUMA-EMPRESA
           END-READ.
           IF EMPRESA-CIE NOT = EMPRESA-EXT  OR
              PLANTA-CIE  NOT = PLANTA-PRO-W OR
              PERIODO-CIE NOT = PERIODO-N-W
              GO TO EXIT-SUMA-EMPRESA
           END-IF.
           MOVE CLAVE-CIERRE TO CLAVE-LEIDA-W.
           MOVE CLAVE-CIERRE TO CLAVE-CIE-W.
           MOVE ZEROS        TO PLANTA-CIE-W.
           INITIALIZE INCREM-W.
           MOVE CANT-CIE   TO INC-CANT.
           MOVE CANT2-CIE  TO INC-CANT2.
           MOVE KILOS-CIE  TO INC-KILOS.
           MOVE VALOR1-CIE TO INC-VALOR1.
           MOVE VALOR2-CIE TO INC-VALOR2.
           MOVE VALOR3-CIE TO INC-VALOR3.
           MOVE VALOR4-CIE TO INC-VALOR4.
           PERFORM ACUMULA-CIERRE THRU EXIT-ACUMULA-CIERRE.
           MOVE CLAVE-LEIDA-W TO CLAVE-CIERRE.
           START AR-CIERRE KEY GREATER THAN CLAVE-CIERRE INVALID KEY
                GO TO EXIT-SUMA-EMPRESA
           END-START.
           GO TO LEO-SUMA-EMPRESA.
       EXIT-SUMA-EMPRESA.
           EXIT.

      * Lista el cierre de la planta PLANTA-PRO-W (000 = total de la
      * empresa) por seccion, con la misma salida al CSV.
       LISTA-CIERRE.
           MOVE 9     TO SECCION-ANT-W.
           MOVE ZEROS TO HAY-DET-W.
           INITIALIZE AR-CIERRE-REC.
           MOVE EMPRESA-EXT  TO EMPRESA-CIE.
           MOVE PLANTA-PRO-W TO PLANTA-CIE.
           MOVE PERIODO-N-W  TO PERIODO-CIE.
           START AR-CIERRE KEY NOT LESS THAN CLAVE-CIERRE INVALID KEY
                GO TO FIN-LISTA-CIERRE
           END-START.
       LEO-LISTA-CIERRE.
           READ AR-CIERRE NEXT RECORD AT END
                GO TO FIN-LISTA-CIERRE
           END-READ.
           IF EMPRESA-CIE NOT = EMPRESA-EXT  OR
              PLANTA-CIE  NOT = PLANTA-PRO-W OR
              PERIODO-CIE NOT = PERIODO-N-W
              GO TO FIN-LISTA-CIERRE
           END-IF.
           IF CIE-CABECERA
              PERFORM IMPRIME-PLANTA THRU EXIT-IMPRIME-PLANTA
              GO TO LEO-LISTA-CIERRE
           END-IF.
           IF SECCION-CIE NOT = SECCION-ANT-W
              IF SECCION-ANT-W NOT = 9
                 PERFORM CIERRA-SECCION THRU EXIT-CIERRA-SECCION
              END-IF
              MOVE SECCION-CIE TO SECCION-ANT-W
              PERFORM ABRE-SECCION THRU EXIT-ABRE-SECCION
           END-IF.
           MOVE 1 TO HAY-DET-W.
           IF CIE-RECEPCION
              PERFORM IMPRIME-RECEPCION THRU EXIT-IMPRIME-RECEPCION
           END-IF.
           IF CIE-CALIDAD
              PERFORM IMPRIME-CALIDAD THRU EXIT-IMPRIME-CALIDAD
           END-IF.
           IF CIE-SECADA
              PERFORM IMPRIME-SECADA THRU EXIT-IMPRIME-SECADA
           END-IF.
           IF CIE-FLETES
              PERFORM IMPRIME-FLETES THRU EXIT-IMPRIME-FLETES
           END-IF.
           IF CIE-STOCK
              PERFORM IMPRIME-STOCK THRU EXIT-IMPRIME-STOCK
           END-IF.
           IF CIE-ALERTAS
              PERFORM IMPRIME-ALERTAS THRU EXIT-IMPRIME-ALERTAS
           END-IF.
           IF CIE-ADICIONAL
              PERFORM IMPRIME-ADICIONAL THRU EXIT-IMPRIME-ADICIONAL
           END-IF.
           GO TO LEO-LISTA-CIERRE.
       FIN-LISTA-CIERRE.
           IF SECCION-ANT-W NOT = 9
              PERFORM CIERRA-SECCION THRU EXIT-CIERRA-SECCION
           END-IF.
           IF HAY-DET-W = ZEROS
              MOVE SPACES TO Z-LINEA-DET
              MOVE 'SIN MOVIMIENTO EN EL MES' TO Z-DESC-DET
              PERFORM GRABA-DET THRU EXIT-GRABA-DET
           END-IF.
       EXIT-LISTA-CIERRE.
           EXIT.

      * Cada planta empieza en hoja nueva, con la fecha y el usuario
      * que cerro el mes.
       IMPRIME-PLANTA.
           MOVE 9999 TO TL.
           MOVE SPACES TO Z-LINEA-04.
           MOVE SPACES TO Z-LINEA-03.
           IF PLANTA-PRO-W = ZEROS
              MOVE NOM-PLANTA-W TO Z-NOM-PLA
           ELSE
              MOVE 'PLANTA '    TO Z-TIT-PLA
              MOVE PLANTA-PRO-W TO Z-COD-PLA
              MOVE NOM-PLANTA-W TO Z-NOM-PLA
           END-IF.
           MOVE '  Cerrado el ' TO Z-LINEA-03(52:14).
           MOVE FECHA-CIE(7:2) TO Z-DD-C.
           MOVE FECHA-CIE(5:2) TO Z-MM-C.
           MOVE FECHA-CIE(1:4) TO Z-AA-C.
           MOVE HORA-CIE(1:2)  TO Z-HH-C.
           MOVE ':'            TO Z-LINEA-03(79:1).
           MOVE HORA-CIE(3:2)  TO Z-MI-C.
           MOVE ' por '        TO Z-LINEA-03(82:5).
           MOVE USUARIO-CIE    TO Z-USU-C.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-03 AFTER 1.
           ADD 1 TO TL.
           IF SENAL-EXCEL = 1
              MOVE PLANTA-PRO-W TO ED-PLANTA
              MOVE SPACES TO LINEA-EXCEL-W
              MOVE 1 TO PUNTERO-EXCEL
              STRING 'PLANTA;'    DELIMITED BY SIZE
                     ED-PLANTA    DELIMITED BY SIZE
                     ';'          DELIMITED BY SIZE
                     NOM-PLANTA-W DELIMITED BY SIZE
                     ';CERRADO EL;' DELIMITED BY SIZE
                     FECHA-CIE    DELIMITED BY SIZE
                     ';'          DELIMITED BY SIZE
                     USUARIO-CIE  DELIMITED BY SIZE
                     INTO LINEA-EXCEL-W
                     WITH POINTER PUNTERO-EXCEL
              END-STRING
              WRITE LINEA-EXCEL FROM LINEA-EXCEL-W
           END-IF.
       EXIT-IMPRIME-PLANTA.
           EXIT.

       ABRE-SECCION.
           INITIALIZE TOTALES-SEC.
           MOVE SPACES TO Z-LINEA-04.
           MOVE NOM-SECCION(SECCION-CIE) TO Z-NOM-SEC.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-04 AFTER 2.
           ADD 2 TO TL.
           PERFORM VARYING IC FROM 1 BY 1 UNTIL IC > 6
              MOVE TITULO-COL(SECCION-CIE IC) TO Z-COL-TIT(IC)
           END-PERFORM.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-TIT AFTER 1.
           ADD 1 TO TL.
           IF SENAL-EXCEL = 1
              MOVE SPACES TO LINEA-EXCEL-W
              MOVE 1 TO PUNTERO-EXCEL
              STRING ED-PLANTA     DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-NOM-SEC     DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-TIT(1)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-TIT(2)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-TIT(3)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-TIT(4)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-TIT(5)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-TIT(6)  DELIMITED BY SIZE
                     INTO LINEA-EXCEL-W
                     WITH POINTER PUNTERO-EXCEL
              END-STRING
              WRITE LINEA-EXCEL FROM LINEA-EXCEL-W
           END-IF.
       EXIT-ABRE-SECCION.
           EXIT.

      * Linea de total de las secciones que se suman.
       CIERRA-SECCION.
           IF SECCION-ANT-W NOT = 1 AND NOT = 4 AND NOT = 5
                            AND NOT = 6
              GO TO EXIT-CIERRA-SECCION
           END-IF.
           MOVE SPACES TO Z-LINEA-DET.
           MOVE 'TOTAL' TO Z-DESC-DET.
           IF SECCION-ANT-W = 1
              MOVE TOT-CANT-W   TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(1)
              MOVE TOT-KILOS-W  TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(2)
              MOVE TOT-VALOR1-W TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(3)
              COMPUTE NUM-W = TOT-KILOS-W - TOT-VALOR1-W
              MOVE NUM-W        TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(4)
              MOVE ZEROS TO PORC-W
              IF TOT-KILOS-W NOT = ZEROS
                 COMPUTE PORC-W ROUNDED =
                         TOT-VALOR1-W * 100 / TOT-KILOS-W
              END-IF
              MOVE PORC-W       TO ED-PORC
              MOVE ED-PORC      TO Z-COL-DET(5)
           END-IF.
           IF SECCION-ANT-W = 4
              MOVE TOT-CANT-W   TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(1)
              MOVE TOT-KILOS-W  TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(2)
           END-IF.
           IF SECCION-ANT-W = 5
              MOVE TOT-VALOR1-W TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(1)
              MOVE TOT-VALOR2-W TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(2)
              MOVE TOT-VALOR3-W TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(3)
              MOVE TOT-VALOR4-W TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(4)
              MOVE TOT-KILOS-W  TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(5)
              COMPUTE NUM-W = TOT-VALOR3-W - TOT-KILOS-W
              MOVE NUM-W        TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(6)
           END-IF.
           IF SECCION-ANT-W = 6
              MOVE TOT-VALOR1-W TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(1)
              MOVE TOT-CANT-W   TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(2)
              MOVE ZEROS TO PORC-W
              IF TOT-VALOR1-W NOT = ZEROS
                 COMPUTE PORC-W ROUNDED =
                         TOT-CANT-W * 100 / TOT-VALOR1-W
              END-IF
              MOVE PORC-W       TO ED-PORC
              MOVE ED-PORC      TO Z-COL-DET(3)
              MOVE TOT-KILOS-W  TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(4)
              MOVE TOT-CANT2-W  TO ED-ENTERO
              MOVE ED-ENTERO    TO Z-COL-DET(5)
           END-IF.
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
       EXIT-CIERRA-SECCION.
           EXIT.

       LEE-PRODUCTO.
           MOVE SPACES TO Z-DESC-DET.
           MOVE CODIGO-CIE TO CODIGO-PROD.
           READ AR-PRODUCTO INVALID KEY
                MOVE CODIGO-CIE TO Z-DESC-DET
           NOT INVALID KEY
                MOVE NOM-PROD TO Z-DESC-DET
           END-READ.
       EXIT-LEE-PRODUCTO.
           EXIT.

       IMPRIME-RECEPCION.
           MOVE SPACES TO Z-LINEA-DET.
           PERFORM LEE-PRODUCTO THRU EXIT-LEE-PRODUCTO.
           MOVE CANT-CIE   TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE KILOS-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           MOVE VALOR1-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(3).
           COMPUTE NUM-W = KILOS-CIE - VALOR1-CIE.
           MOVE NUM-W      TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(4).
           MOVE ZEROS TO PORC-W.
           IF KILOS-CIE NOT = ZEROS
              COMPUTE PORC-W ROUNDED = VALOR1-CIE * 100 / KILOS-CIE
           END-IF.
           MOVE PORC-W     TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(5).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
           ADD CANT-CIE   TO TOT-CANT-W.
           ADD KILOS-CIE  TO TOT-KILOS-W.
           ADD VALOR1-CIE TO TOT-VALOR1-W.
       EXIT-IMPRIME-RECEPCION.
           EXIT.

      * El rubro 0 del producto trae los camiones, la humedad y los
      * netos sobre los que se promedian los rubros que le siguen.
       IMPRIME-CALIDAD.
           IF RUBRO-CIE > ZEROS
              GO TO IMPRIME-CALIDAD-RUBRO
           END-IF.
           MOVE VALOR3-CIE TO NETO-ACT-W.
           MOVE VALOR4-CIE TO NETO-ANT-W.
           MOVE SPACES TO Z-LINEA-DET.
           PERFORM LEE-PRODUCTO THRU EXIT-LEE-PRODUCTO.
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.

           MOVE SPACES TO Z-LINEA-DET.
           MOVE '   Camiones' TO Z-DESC-DET.
           MOVE CANT-CIE   TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE CANT2-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           COMPUTE NUM-W = CANT-CIE - CANT2-CIE.
           MOVE NUM-W      TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(3).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.

           MOVE SPACES TO Z-LINEA-DET.
           MOVE '   Humedad %' TO Z-DESC-DET.
           MOVE ZEROS TO PORC-ACT PORC-ANT.
           IF NETO-ACT-W NOT = ZEROS
              COMPUTE PORC-ACT ROUNDED = VALOR1-CIE / NETO-ACT-W
           END-IF.
           IF NETO-ANT-W NOT = ZEROS
              COMPUTE PORC-ANT ROUNDED = VALOR2-CIE / NETO-ANT-W
           END-IF.
           PERFORM GRABA-CALIDAD THRU EXIT-GRABA-CALIDAD.
           GO TO EXIT-IMPRIME-CALIDAD.
       IMPRIME-CALIDAD-RUBRO.
           MOVE SPACES TO Z-LINEA-DET.
           MOVE RUBRO-CIE TO CODIGO-RUBROS.
           READ AR-RUBROS INVALID KEY
                INITIALIZE AR-RUBROS-REC
           END-READ.
           IF ABREV-RUBROS > SPACES
              MOVE ABREV-RUBROS TO Z-DESC-DET(4:)
           ELSE
              MOVE RUBRO-CIE TO Z-DESC-DET(4:)
           END-IF.
           MOVE ZEROS TO PORC-ACT PORC-ANT.
           IF NETO-ACT-W NOT = ZEROS
              COMPUTE PORC-ACT ROUNDED = VALOR1-CIE / NETO-ACT-W
           END-IF.
           IF NETO-ANT-W NOT = ZEROS
              COMPUTE PORC-ANT ROUNDED = VALOR2-CIE / NETO-ANT-W
           END-IF.
           PERFORM GRABA-CALIDAD THRU EXIT-GRABA-CALIDAD.
       EXIT-IMPRIME-CALIDAD.
           EXIT.

       GRABA-CALIDAD.
           COMPUTE PORC-DIF = PORC-ACT - PORC-ANT.
           MOVE PORC-ACT   TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(1).
           MOVE PORC-ANT   TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(2).
           MOVE PORC-DIF   TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(3).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
       EXIT-GRABA-CALIDAD.
           EXIT.

       IMPRIME-SECADA.
           MOVE SPACES TO Z-LINEA-DET.
           MOVE 'Liquidaciones emitidas en el mes' TO Z-DESC-DET.
           MOVE CANT-CIE   TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE CANT2-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           MOVE KILOS-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(3).
           MOVE VALOR1-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(4).
           MOVE VALOR2-CIE TO ED-DECIMAL.
           MOVE ED-DECIMAL TO Z-COL-DET(5).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
       EXIT-IMPRIME-SECADA.
           EXIT.

       IMPRIME-FLETES.
           MOVE SPACES TO Z-LINEA-DET.
           IF CODIGO-CIE = ZEROS
              MOVE 'SIN TRANSPORTISTA' TO Z-DESC-DET
           ELSE
              MOVE CODIGO-CIE TO CODIGO-TRANSP
              READ AR-TRANSPOR INVALID KEY
                   INITIALIZE AR-TRANSPOR-REC
              END-READ
              MOVE CODIGO-CIE TO Z-DESC-DET(1:5)
              MOVE NOM-TRANSP TO Z-DESC-DET(7:28)
           END-IF.
           MOVE CANT-CIE   TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE KILOS-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
           ADD CANT-CIE   TO TOT-CANT-W.
           ADD KILOS-CIE  TO TOT-KILOS-W.
       EXIT-IMPRIME-FLETES.
           EXIT.

       IMPRIME-STOCK.
           MOVE SPACES TO Z-LINEA-DET.
           PERFORM LEE-PRODUCTO THRU EXIT-LEE-PRODUCTO.
           MOVE VALOR1-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE VALOR2-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           MOVE VALOR3-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(3).
           MOVE VALOR4-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(4).
           MOVE KILOS-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(5).
           COMPUTE NUM-W = VALOR3-CIE - KILOS-CIE.
           MOVE NUM-W      TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(6).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
           ADD VALOR1-CIE TO TOT-VALOR1-W.
           ADD VALOR2-CIE TO TOT-VALOR2-W.
           ADD VALOR3-CIE TO TOT-VALOR3-W.
           ADD VALOR4-CIE TO TOT-VALOR4-W.
           ADD KILOS-CIE  TO TOT-KILOS-W.
       EXIT-IMPRIME-STOCK.
           EXIT.

       IMPRIME-ALERTAS.
           MOVE SPACES TO Z-LINEA-DET.
           PERFORM LEE-PRODUCTO THRU EXIT-LEE-PRODUCTO.
           MOVE VALOR1-CIE TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE CANT-CIE   TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           MOVE ZEROS TO PORC-W.
           IF VALOR1-CIE NOT = ZEROS
              COMPUTE PORC-W ROUNDED = CANT-CIE * 100 / VALOR1-CIE
           END-IF.
           MOVE PORC-W     TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(3).
           MOVE KILOS-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(4).
           MOVE CANT2-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(5).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
           ADD VALOR1-CIE TO TOT-VALOR1-W.
           ADD CANT-CIE   TO TOT-CANT-W.
           ADD KILOS-CIE  TO TOT-KILOS-W.
           ADD CANT2-CIE  TO TOT-CANT2-W.
       EXIT-IMPRIME-ALERTAS.
           EXIT.

       IMPRIME-ADICIONAL.
           MOVE SPACES TO Z-LINEA-DET.
           IF CODIGO-CIE = 3
              MOVE 'Arbitrajes' TO Z-DESC-DET
           ELSE
              MOVE 'Contramuestras' TO Z-DESC-DET
           END-IF.
           MOVE CANT-CIE   TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(1).
           MOVE CANT2-CIE  TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(2).
           COMPUTE NUM-W = CANT-CIE - CANT2-CIE.
           MOVE NUM-W      TO ED-ENTERO.
           MOVE ED-ENTERO  TO Z-COL-DET(3).
           MOVE ZEROS TO PORC-W.
           IF CANT-CIE NOT = ZEROS
              COMPUTE PORC-W ROUNDED = CANT2-CIE * 100 / CANT-CIE
           END-IF.
           MOVE PORC-W     TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(4).
           MOVE ZEROS TO PORC-W.
           IF CANT2-CIE NOT = ZEROS
              COMPUTE PORC-W ROUNDED = VALOR1-CIE / CANT2-CIE
           END-IF.
           MOVE PORC-W     TO ED-PORC.
           MOVE ED-PORC    TO Z-COL-DET(5).
           PERFORM GRABA-DET THRU EXIT-GRABA-DET.
       EXIT-IMPRIME-ADICIONAL.
           EXIT.

      * Linea de detalle al listado y, si corresponde, al CSV con la
      * planta y la seccion adelante.
       GRABA-DET.
           PERFORM 1.
           WRITE LINEA FROM Z-LINEA-DET AFTER 1.
           ADD 1 TO TL.
           IF SENAL-EXCEL = 1
              MOVE PLANTA-PRO-W TO ED-PLANTA
              MOVE SPACES TO LINEA-EXCEL-W
              MOVE 1 TO PUNTERO-EXCEL
              STRING ED-PLANTA     DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-NOM-SEC     DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-DESC-DET    DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-DET(1)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-DET(2)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-DET(3)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-DET(4)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-DET(5)  DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     Z-COL-DET(6)  DELIMITED BY SIZE
                     INTO LINEA-EXCEL-W
                     WITH POINTER PUNTERO-EXCEL
              END-STRING
              WRITE LINEA-EXCEL FROM LINEA-EXCEL-W
           END-IF.
       EXIT-GRABA-DET.
           EXIT.
