          02 DniEmpresa             PIC X(9).
          02 LimitCredit            PIC 9(9).
          02 ExposicioActual        PIC 9(9).
          02 DiesTerminiPagament    PIC 9(3).
          02 BloqueigReclamacio     PIC X.
            88 CreditBloquejatReclamacio VALUE "B".
          02 DataBloqueigReclamacio PIC X(10).
