      * 部分受理籃子釋回明細檔 BSKREL.DAT
      * 檔案長度：80，M0DEPXF 產出。M04 部分受理(RESULT='2')之案件
      * ，M02 籃子每一明細應交付部位按受理基數/申請基數比例劃撥，
      * 未受理部分之股數不予劃撥、釋回券商，每一明細一筆；供
      * M0BSTMT 列示於券商對帳單。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BASKET-RELEASE-REC.
           05  BSR-BUS-DATE            PIC 9(08).  *> 營業日
           05  BSR-ETF-ID              PIC X(06).  *> ETF代號
           05  BSR-BROKER-ID           PIC X(04).  *> 券商代表號
           05  BSR-TX-DATE             PIC 9(08).  *> 申請日
           05  BSR-SEQNO               PIC X(03).  *> 流水號
           05  BSR-TX-KIND             PIC X(01).  *> 交易種類
           05  BSR-ACNT-BROKER         PIC X(04).  *> 開戶券商代號
           05  BSR-ACNT-NO             PIC 9(07).  *> 申請人帳號
           05  BSR-STKNO               PIC X(06).  *> 股票代號
           05  BSR-APPL-UNITS          PIC 9(03).  *> 申請基數
           05  BSR-ACCEPTED-UNITS      PIC 9(03).  *> 受理基數
           05  BSR-BASKET-SHARES       PIC 9(11).  *> 申報應交付股數
           05  BSR-RELEASED-SHARES     PIC 9(11).  *> 釋回股數
           05  FILLER                  PIC X(05).
