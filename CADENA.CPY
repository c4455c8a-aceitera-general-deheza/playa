      * Estado de la cadena nocturna (PL-169): un registro por paso
      * y fecha de proceso, con hora de inicio/fin, registros
      * procesados y resultado (OK / ER = fallo / SK = salteado).
108089* Los controles de consistencia de PL-188 graban los pasos
108089* 51 a 55 con resultado DF (diferencias) y la cantidad de
108089* diferencias en REGISTROS-CADENA.
       FD  AR-CADENA
           LABEL RECORD STANDARD.
       01  AR-CADENA-REC.
