       IDENTIFICATION DIVISION.
      * 108085 - Playa - Programa nuevo: conversion de AR-CONVENIO al
      *          registro con producto, acopiador o cedente,
      *          toneladas, vigencia, tolerancia y usuario. Se corre
      *          una sola vez, sin pantalla: antes se renombra el
      *          archivo CONVENIO actual a CONVVIE; el programa lo lee
      *          con el registro anterior y graba CONVENIO nuevo con
      *          el codigo y el nombre de cada convenio y los campos
      *          nuevos en cero (se completan despues con PL-182).
      *          Sin CONVVIE no hace nada. Los avisos y la cantidad
      *          de convenios convertidos van a PL190BAT.LOG.
       PROGRAM-ID. PL-190.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "CONVENIO.SEL".
       COPY "PLANTA3.SEL".

           SELECT OPTIONAL AR-CONVVIE ASSIGN TO "CONVVIE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLAVE-CONVVIE
                  FILE STATUS IS FS-CONVVIE.

           SELECT OPTIONAL AR-LOGBAT ASSIGN TO ARCHIVO-LOGBAT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGBAT.

       DATA DIVISION.
       FILE SECTION.

       COPY "CONVENIO.CPY".
       COPY "PLANTA3.CPY".

      * Registro de AR-CONVENIO anterior a la ampliacion.
       FD  AR-CONVVIE
           LABEL RECORD STANDARD.
       01  AR-CONVVIE-REC.
           02 CLAVE-CONVVIE.
              03 EMPRESA-CONVVIE    PIC 9(3).
              03 PLANTA-CONVVIE     PIC 9(3).
              03 CODIGO-CONVVIE     PIC 9(5).
           02 NOMBRE-CONVVIE        PIC X(30).
           02 FILLER                PIC X(10).

       FD  AR-LOGBAT LABEL RECORD OMITTED.
       01  AR-LOGBAT-REC            PIC X(200).

       WORKING-STORAGE SECTION.

            COPY "COPY.CPY".

       01  FS-CONVVIE           PIC XX.
       01  FS-LOGBAT            PIC XX.
       01  ARCHIVO-LOGBAT-W     PIC X(128).
       01  CARPETA-BAT-W        PIC X(80).
       01  LINEA-LOGBAT-W       PIC X(200).
       01  HORA-D               PIC 9(8).
       01  AMD-W                PIC 9(8) VALUE ZEROS.

       77  LEIDOS-W             PIC 9(6) VALUE ZEROS.
       77  GRABADOS-W           PIC 9(6) VALUE ZEROS.
       77  DUPLICADOS-W         PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF USUARIO-EXT NOT > SPACES
              EXIT PROGRAM
              STOP RUN
           END-IF.

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
                  'PL190BAT.LOG' DELIMITED BY SIZE
                  INTO ARCHIVO-LOGBAT-W
           END-STRING.
           OPEN EXTEND AR-LOGBAT.
           MOVE 'INICIO CONVERSION DE CONVENIOS' TO LINEA-LOGBAT-W.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

      * Sin el archivo renombrado no se abre CONVENIO: si ya esta
      * convertido, crearlo de nuevo borraria lo cargado con PL-182.
           OPEN INPUT AR-CONVVIE.
           IF FS-CONVVIE NOT = '00'
              MOVE 'NO ESTA CONVVIE (CONVENIO RENOMBRADO), SE CANCELA'
                   TO LINEA-LOGBAT-W
              PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT
              CLOSE AR-CONVVIE
              GO TO FIN-CONVERSION
           END-IF.

           OPEN OUTPUT AR-CONVENIO.
           MOVE ZEROS TO LEIDOS-W GRABADOS-W DUPLICADOS-W.

       LEO-CONVVIE.
           READ AR-CONVVIE NEXT RECORD AT END
                GO TO FIN-CONVVIE
           END-READ.
           ADD 1 TO LEIDOS-W.
           INITIALIZE AR-CONVENIO-REC.
           MOVE EMPRESA-CONVVIE TO EMPRESA-CONVENIO.
           MOVE PLANTA-CONVVIE  TO PLANTA-CONVENIO.
           MOVE CODIGO-CONVVIE  TO CODIGO-CONVENIO.
           MOVE NOMBRE-CONVVIE  TO NOMBRE-CONVENIO.
           MOVE SPACES          TO TIPOCLI-CONVENIO.
           WRITE AR-CONVENIO-REC INVALID KEY
                ADD 1 TO DUPLICADOS-W
                GO TO LEO-CONVVIE
           END-WRITE.
           ADD 1 TO GRABADOS-W.
           GO TO LEO-CONVVIE.

       FIN-CONVVIE.
           CLOSE AR-CONVVIE AR-CONVENIO.

           MOVE SPACES TO LINEA-LOGBAT-W.
           STRING 'LEIDOS '       DELIMITED BY SIZE
                  LEIDOS-W        DELIMITED BY SIZE
                  ' GRABADOS '    DELIMITED BY SIZE
                  GRABADOS-W      DELIMITED BY SIZE
                  ' DUPLICADOS '  DELIMITED BY SIZE
                  DUPLICADOS-W    DELIMITED BY SIZE
                  INTO LINEA-LOGBAT-W
           END-STRING.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.
           MOVE 'CONTROLAR CONVENIO Y BORRAR CONVVIE' TO LINEA-LOGBAT-W.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.

       FIN-CONVERSION.
           MOVE 'FIN CONVERSION DE CONVENIOS' TO LINEA-LOGBAT-W.
           PERFORM GRABA-LOGBAT THRU EXIT-GRABA-LOGBAT.
           CLOSE AR-LOGBAT.

           PERFORM VARYING IP FROM 1 BY 1 UNTIL IP > 50
                IF PGM-EXT(IP) = 'PL-190'
                   MOVE SPACES TO PGM-EXT(IP)
                   MOVE 150 TO IP
                END-IF
           END-PERFORM.

           EXIT PROGRAM.
           STOP RUN.

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
