           05  OPR-ROLE-OVRD           PIC X(01).  *> 放行/覆核 Y/N
           05  OPR-EFF-FROM            PIC 9(08).  *> 生效起日
           05  OPR-EFF-TO              PIC 9(08).  *> 生效迄日(0=無限期)
           05  OPR-ROLE-PAYAPPR        PIC X(01).  *> 付款批次核可 Y/N
           05  FILLER                  PIC X(02).
