          02 TelefonSubagent         PIC X(15).
          02 ContacteSubagent        PIC X(30).
          02 PercentComissioSubagent PIC 9(3).
          02 IBANSubagent            PIC X(24).
