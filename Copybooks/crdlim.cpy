      * 券商信用額度主檔 (效期制，逾期應收曝險攔阻用)
      * 檔案長度：50，依券商代表號+生效起日遞增排序維護；由主檔
      * 維護作業(M0MSTMT)異動並留存稽核軌跡。M01CRDT 彙總券商於
      * 現金差額/保證金/應收帳款/交割未達各分類帳之逾期曝險，超過
      * 額度者依處置方式暫緩或退回新申購申報。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CREDIT-LIMIT-REC.
           05  CRL-KEY.
               10  CRL-BROKER-ID       PIC X(04).  *> 券商代表號
               10  CRL-EFF-FROM        PIC 9(08).  *> 生效起日
           05  CRL-EFF-TO              PIC 9(08).  *> 生效迄日
           05  CRL-THRESHOLD           PIC 9(13).  *> 逾期曝險額度(元)
           05  CRL-MAX-FAILS           PIC 9(03).  *> 未達件數上限(0=不計)
           05  CRL-ACTION              PIC X(01).  *> 處置方式
               88  CRL-ACTION-HOLD         VALUE 'H'. *> 暫緩(可放行)
               88  CRL-ACTION-REJECT       VALUE 'R'. *> 退回
           05  FILLER                  PIC X(13).
