               10  MVK-TX-DATE         PIC 9(08).
               10  MVK-SEQNO           PIC X(03).
           05  ORIG-TX-DATE        PIC 9(08).  *> 原申請日(已受理案件沖正用)
           05  ROLL-TX-DATE REDEFINES ORIG-TX-DATE
                                   PIC 9(08).  *> 順延申請日(原始申報逾時順延，0=未順延)
           05  SOURCE-FILE-ID      PIC X(12).  *> 來源檔案識別(分券商進檔)
           05  RECV-TIMESTAMP      PIC 9(12).  *> 收檔時戳(西曆年月日時分)
           05  CYCLE-NO            PIC 9(02).  *> 盤中批次循環序號
           05  CURRENCY-CODE       PIC X(03).  *> 現金幣別(空白=NTD)
           05  LATE-FLAG           PIC X(01).  *> 逾期到檔註記(L)
           05  PCF-CHECKSUM        PIC X(05).  *> 所據PCF版本檢核碼(空白=未引用)
       
