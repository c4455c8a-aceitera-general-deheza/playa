      * Estandar comercial de calidad por producto y rubro, con
      * vigencia desde/hasta por fecha de calado; cargado por PL-174.
      * La liquidacion de calidad PL-175 toma el estandar activo
      * vigente a la fecha de calado de cada camion.
       FD  AR-ESTCAL
           LABEL RECORD STANDARD.
       01  AR-ESTCAL-REC.
           02 CLAVE-ESTCAL.
              03 PRODUCTO-ESTCAL    PIC 9(4).
              03 RUBRO-ESTCAL       PIC 9(4).
              03 VIGDESDE-ESTCAL    PIC 9(8).
           02 VIGHASTA-ESTCAL       PIC 9(8).
           02 BASE-ESTCAL           PIC S9(3)V9(4).
           02 ESCALON-ESTCAL        PIC S9(3)V9(4).
           02 BONIF-ESTCAL          PIC S9(3)V9(4).
           02 REBAJA-ESTCAL         PIC S9(3)V9(4).
           02 SENTIDO-ESTCAL        PIC X.
           02 ACTIVO-ESTCAL         PIC 9.
           02 FILLER                PIC X(10).
