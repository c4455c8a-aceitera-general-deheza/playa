      * Movimientos de la cuenta corriente de granos (PL-176).
      * TIPO: R retiro, T transferencia, V venta a planta, B boleto
      * fijado. SIGNO: D debito / C credito al depositante. Una
      * transferencia graba el item 1 (debito al que cede) y el
      * item 2 (credito al que recibe) con el mismo numero. El
      * registro de numero cero guarda el ultimo numero usado.
       FD  AR-MOVGRA
           LABEL RECORD STANDARD.
       01  AR-MOVGRA-REC.
           02 CLAVE-MOVGRA.
              03 EMPRESA-MOVG       PIC 9(3).
              03 PLANTA-MOVG        PIC 9(3).
              03 NUMERO-MOVG        PIC 9(8).
              03 ITEM-MOVG          PIC 9.
           02 FECHA-MOVG            PIC 9(8).
           02 TIPO-MOVG             PIC X.
           02 SIGNO-MOVG            PIC X.
           02 CLIENTE-MOVG          PIC 9(5).
           02 PRODUCTO-MOVG         PIC 9(4).
           02 KILOS-MOVG            PIC S9(9).
           02 CLIOTRO-MOVG          PIC 9(5).
           02 REFER-MOVG            PIC X(30).
           02 USUARIO-MOVG          PIC X(15).
           02 FECALTA-MOVG          PIC 9(8).
           02 HORALTA-MOVG          PIC 9(8).
           02 ULTIMO-MOVG           PIC 9(8).
           02 FILLER                PIC X(20).
