           02 ORDEN2-CUIT-TRAN      PIC 9(13).
           02 SIN-TOLVA-TRAN        PIC 9.
           02 TURREPRO-TRAN         PIC 9.
108086     02 PATENTE-TRAN          PIC X(10).
108086     02 TRANSPORT-TRAN        PIC 9(5).
108086     02 FILLER                PIC X(5).
           02 ETAPAS-TRAN.
              03 ALL-ETAPAS-TRAN OCCURS 40 TIMES.
                 04 ETAPA-TRAN       PIC X(3).
