          02 HoraOberturaCaixa        PIC X(8).
          02 HoraTancamentCaixa       PIC X(8).
          02 OficinaSessioCaixa       PIC 9(2).
          02 SortidesEfectiuCaixa     PIC 9(7).
          02 NumeroDipositCaixa       PIC 9(7).
