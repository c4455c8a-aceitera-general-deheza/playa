108085* El registro crece con los datos del convenio (producto,
108085* acopiador o cedente, toneladas, vigencia, tolerancia): el
108085* archivo existente se pasa al registro nuevo con PL-190.
       FD  AR-CONVENIO
           LABEL RECORD STANDARD.
       01  AR-CONVENIO-REC.
              03 PLANTA-CONVENIO    PIC 9(3).
              03 CODIGO-CONVENIO    PIC 9(5).
           02 NOMBRE-CONVENIO       PIC X(30).
108085     02 PRODUCTO-CONVENIO     PIC 9(4).
108085     02 TIPOCLI-CONVENIO      PIC X.
108085     02 CLIENTE-CONVENIO      PIC 9(5).
108085     02 TONELADAS-CONVENIO    PIC 9(7)V999.
108085     02 VIGDESDE-CONVENIO     PIC 9(8).
108085     02 VIGHASTA-CONVENIO     PIC 9(8).
108085     02 TOLERANCIA-CONVENIO   PIC 9(3)V99.
108085     02 USUARIO-CONVENIO      PIC X(15).
108085     02 FECACT-CONVENIO       PIC 9(8).
           02 FILLER                PIC X(10).
