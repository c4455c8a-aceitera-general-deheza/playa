      * Cierre mensual de playa por empresa, planta y periodo
      * (AAAAMM), grabado por PL-189. Una vez cerrado el mes las
      * cifras se listan de este archivo y no se recalculan, salvo
      * que se pida rehacer el cierre. La planta 000 es el total
      * de la empresa, armado con la suma de las plantas.
      * Uso de los campos por seccion:
      *  0 cabecera (codigo 0): CANT camiones, KILOS neto, VALOR1
      *    merma aplicada, VALOR2 importe de secada y zarandeo.
      *  1 recepcion por producto (AR-RESUDIA): CANT camiones,
      *    KILOS neto, VALOR1 merma aplicada (AR-MERMAS con la
      *    humedad firme) de los mismos camiones que toma PL-157
      *    para AR-RESUDIA.
      *  2 calidad por producto (AR-PROMHIST) y rubro. Rubro 0:
      *    CANT y CANT2 camiones del mes y del mismo mes de la
      *    campania anterior, VALOR1/VALOR2 humedad acumulada,
      *    VALOR3/VALOR4 neto acumulado. Otros rubros: VALOR1 y
      *    VALOR2 acumulado del rubro del mes y del anterior.
      *  3 secada y zarandeo facturado (AR-LIQSEC, codigo 0): CANT
      *    liquidaciones, CANT2 camiones, KILOS, VALOR1 merma,
      *    VALOR2 importe.
      *  4 fletes por transportista (0 = sin transportista): CANT
      *    camiones, KILOS neto.
      *  5 stock por producto (AR-STKPLA): VALOR1 inicial, VALOR2
      *    entradas, VALOR3 salidas, VALOR4 final; KILOS y CANT
      *    egresos registrados en AR-EGRESOS.
      *  6 alertas por producto: CANT camiones fuera de tolerancia
      *    (AR-TOLERA), KILOS sus netos, CANT2 positivos de
      *    aflatoxina, VALOR1 camiones con analisis.
      *  7 contramuestras (codigo 2) y arbitrajes (codigo 3): CANT
      *    cargados, CANT2 firmes, VALOR1 suma de la diferencia de
      *    humedad firme - original.
       FD  AR-CIERRE
           LABEL RECORD STANDARD.
       01  AR-CIERRE-REC.
           02 CLAVE-CIERRE.
              03 EMPRESA-CIE        PIC 9(3).
              03 PLANTA-CIE         PIC 9(3).
              03 PERIODO-CIE        PIC 9(6).
              03 SECCION-CIE        PIC 9.
                 88 CIE-CABECERA    VALUE 0.
                 88 CIE-RECEPCION   VALUE 1.
                 88 CIE-CALIDAD     VALUE 2.
                 88 CIE-SECADA      VALUE 3.
                 88 CIE-FLETES      VALUE 4.
                 88 CIE-STOCK       VALUE 5.
                 88 CIE-ALERTAS     VALUE 6.
                 88 CIE-ADICIONAL   VALUE 7.
              03 CODIGO-CIE         PIC 9(5).
              03 RUBRO-CIE          PIC 9(5).
           02 CANT-CIE              PIC 9(8).
           02 CANT2-CIE             PIC 9(8).
           02 KILOS-CIE             PIC S9(11)    COMP-3.
           02 VALOR1-CIE            PIC S9(11)V99 COMP-3.
           02 VALOR2-CIE            PIC S9(11)V99 COMP-3.
           02 VALOR3-CIE            PIC S9(11)V99 COMP-3.
           02 VALOR4-CIE            PIC S9(11)V99 COMP-3.
           02 FECHA-CIE             PIC 9(8).
           02 HORA-CIE              PIC 9(8).
           02 USUARIO-CIE           PIC X(15).
           02 FILLER                PIC X(20).
