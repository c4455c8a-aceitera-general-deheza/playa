      * Cuenta corriente de granos por depositante (cedente,
      * ACOP2-NES) y producto. Creditos: netos mermados de los
      * camiones hasta FECSALDO-CTAG (los recalcula PL-177).
      * Debitos: movimientos de AR-MOVGRA (los suma PL-176 al
      * grabar; una transferencia recibida resta debitos).
       FD  AR-CTAGRA
           LABEL RECORD STANDARD.
       01  AR-CTAGRA-REC.
           02 CLAVE-CTAGRA.
              03 EMPRESA-CTAG       PIC 9(3).
              03 PLANTA-CTAG        PIC 9(3).
              03 CLIENTE-CTAG       PIC 9(5).
              03 PRODUCTO-CTAG      PIC 9(4).
           02 CREDITOS-CTAG         PIC S9(11) COMP-3.
           02 DEBITOS-CTAG          PIC S9(11) COMP-3.
           02 SALDO-CTAG            PIC S9(11) COMP-3.
           02 FECSALDO-CTAG         PIC 9(8).
           02 FECACT-CTAG           PIC 9(8).
           02 USUARIO-CTAG          PIC X(15).
           02 FILLER                PIC X(20).
