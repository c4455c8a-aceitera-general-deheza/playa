      *          desde esa fecha en adelante, para que el operador
      *          revise la noche con una sola hoja en lugar de
      *          abrir cada log por separado.
      * 108086 - Playa - Se lista tambien PL184BAT.LOG, con los avisos
      *          y rechazos de la importacion del romaneo (paso 04).
      * 108089 - Playa - Se lista tambien PL188BAT.LOG, con las
      *          diferencias del verificador de consistencia; sus
      *          controles salen como pasos 51 a 55 (resultado DF
      *          cuando hay diferencias).
       PROGRAM-ID. PL-170.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER PIC X(12) VALUE 'PL157BAT.LOG'.
           02 FILLER PIC X(12) VALUE 'PL153BAT.LOG'.
           02 FILLER PIC X(12) VALUE 'PL154BAT.LOG'.
108086     02 FILLER PIC X(12) VALUE 'PL184BAT.LOG'.
108089     02 FILLER PIC X(12) VALUE 'PL188BAT.LOG'.
       01  TABLA-LOGS-R REDEFINES TABLA-LOGS.
108089     02 NOMBRE-LOG-TAB OCCURS 6 TIMES PIC X(12).

       77  CONT-PASOS    PIC 9(4) VALUE ZEROS.
       77  CONT-LINEAS   PIC 9(6) VALUE ZEROS.
           END-IF.

           PERFORM LISTA-LOG THRU EXIT-LISTA-LOG
108089        VARYING IL-LOG FROM 1 BY 1 UNTIL IL-LOG > 6.

           DESTROY PRINTING-WINDOW.
           MOVE SPACES TO LINEA.
