           05  ETF-MST-CANCEL-DAYS     PIC 9(02).  *> 取消/更正受理天數上限
           05  ETF-MST-LAST-CRE-DATE   PIC 9(08).  *> 終止:末次受理申購日(0=無)
           05  ETF-MST-FINAL-DATE      PIC 9(08).  *> 終止:最終受理申報日(0=無)
           05  ETF-MST-CRE-CUTOFF      PIC 9(04).  *> 申購收件截止時分(0=依發行人)
           05  ETF-MST-RED-CUTOFF      PIC 9(04).  *> 買回收件截止時分(0=依發行人)
           05  ETF-MST-SHARE-PCT       PIC 9(02)V9(02). *> 分潤比率(0=依發行人)
           05  FILLER                  PIC X(02).
