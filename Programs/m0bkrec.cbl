      * M0BKREC - 交割銀行帳戶日終對帳單核對作業
      * 資金預測(M0CSHFC)與申購入金核對(M0BKADV)均不及於交割銀
      * 行本身之日終對帳單，本所發出之各項收付指示是否確實入出
      * 帳、銀行帳上是否有來歷不明之款項，迄今無人逐筆核對。本
      * 程式每營業日讀入交割銀行對帳單 BNKSTMT.DAT(表頭期初餘額
      * 、明細、表尾期末餘額)，逐筆與本所指示核對:
      *   R 買回匯款指示 RMITnnn.DAT(M04REMT 產出；其中屬退匯
      *     重付供檔 REPAYFD.DAT 者列 P 退匯重付)，借方；
      *   D 逾齡應收扣款請求 DDBTnnn.DAT(M0CSHDD)，貸方；
      *   N 券商淨額結算指示 NETbbbb.DAT(M0NETCS)，應付為借方、
      *     應收為貸方；
      *   M 保證金退還指示 MGNRFND.DAT(M0MGNLG)，借方；
      *   A 現金申購入金通知 BNKADV.DAT，貸方；
      *   X 銀行退匯 RMTRTN.DAT(M0RMTRT)，貸方。
      * 指示檔(nnn=銀行代號取自 BANKCD，bbbb=券商代表號取自
      * BRKMST)各依借貸別+金額+參考號核對；對帳單明細客戶參考
      * 號空白者改以對方帳號或對方ID核對。幣別與對帳單帳戶幣別
      * 不同之指示不納入。對帳單明細與已核對指示之借貸相反且金
      * 額及參考號相同者，視為退件(退匯、扣款退回)並列示。
      * 指示登記簿 BKRCINS.DAT 續留前日未執行之指示及保留期內之
      * 已核對指示(退件比對用)，同一指示(來源+參考號+金額+指示
      * 日)重覆讀入者不重複登錄；寫出 BKRCINS.NEW(由排程取代
      * BKRCINS.DAT)。
      * 期末餘額證明: 期初餘額+貸方合計-借方合計須等於期末餘額
      * ，明細筆數及借貸合計須與表尾相符，期初餘額須等於登記簿
      * 所載前次已證明之期末餘額；任一不符以 RC=8 結束。尚有未
      * 核對之銀行明細或逾預計日未執行之指示時以 RC=4 結束。
      * 控制檔 M0BKREC.CTL: 處理日(8)+已核對指示保留日數(3，預
      * 設30)+扣款/退還指示預計入帳營業日數(1，預設1)。
      * 產出對帳報表 M0BKREC.RPT 供資金調度處理。
      *
      * 假設: 淨額結算指示以券商代表號、保證金退還及退匯以案件
      *       鍵值(ETF-ID+TX-DATE+SEQNO)、扣款以收取人開戶券商+
      *       帳號、買回匯款以案件鍵值為參考號；申購入金以匯款
      *       人ID為參考號。
      *
      * 修改紀錄:
      *   2026-10-10  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0BKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0BKREC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STMT-FILE ASSIGN TO "BNKSTMT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKRCINS-IN ASSIGN TO "BKRCINS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BKRCINS-OUT ASSIGN TO "BKRCINS.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BANKCD-FILE ASSIGN TO "BANKCD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BRK-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RMIT-FILE ASSIGN TO DYNAMIC WS-RMIT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DDBT-FILE ASSIGN TO DYNAMIC WS-DDBT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NET-FILE ASSIGN TO DYNAMIC WS-NET-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REPAYFD-FILE ASSIGN TO "REPAYFD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RFND-FILE ASSIGN TO "MGNRFND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ADV-FILE ASSIGN TO "BNKADV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RTN-FILE ASSIGN TO "RMTRTN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BKRC-RPT-FILE ASSIGN TO "M0BKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-RETAIN-DAYS      PIC X(03).
           05  CTL-RETAIN-DAYS-N REDEFINES CTL-RETAIN-DAYS
                                    PIC 9(03).
           05  CTL-LAG-DAYS         PIC X(01).
           05  CTL-LAG-DAYS-N REDEFINES CTL-LAG-DAYS
                                    PIC 9(01).

       FD  STMT-FILE.
       COPY bnkstmt.

       FD  BKRCINS-IN.
       COPY bkrcins.

       FD  BKRCINS-OUT.
       01  BKRCINS-OUT-REC          PIC X(100).

       FD  BANKCD-FILE.
       COPY bankcd.

       FD  BRK-FILE.
       COPY brkmst.

       FD  RMIT-FILE.
       01  RMIT-REC.
           05  RMT-REC-TYPE         PIC X(01).
           05  RMT-BANK-ID          PIC 9(03).
           05  RMT-RM-ACNT          PIC X(16).
           05  RMT-RM-ACNT-NAME     PIC X(60).
           05  RMT-RM-ACNT-ID       PIC X(10).
           05  RMT-AMOUNT           PIC 9(18).
           05  RMT-KEY.
               10  RMT-ETF-ID       PIC X(06).
               10  RMT-TX-DATE      PIC 9(08).
               10  RMT-SEQNO        PIC X(03).
           05  RMT-CURRENCY         PIC X(03).
           05  RMT-VALUE-DATE       PIC 9(08).
           05  FILLER               PIC X(14).
       01  RMIT-HDR-REC.
           05  FILLER               PIC X(01).
           05  RMH-BANK-ID          PIC 9(03).
           05  RMH-BANK-NAME        PIC X(40).
           05  RMH-PROC-DATE        PIC 9(08).
           05  FILLER               PIC X(98).

       FD  DDBT-FILE.
       01  DDBT-REC.
           05  DDB-REC-TYPE         PIC X(01).
           05  DDB-BANK-ID          PIC 9(03).
           05  DDB-RM-ACNT          PIC X(16).
           05  DDB-RM-ACNT-NAME     PIC X(60).
           05  DDB-RM-ACNT-ID       PIC X(10).
           05  DDB-AMOUNT           PIC 9(12).
           05  DDB-REF.
               10  DDB-ACNT-BROKER  PIC X(04).
               10  DDB-ACNT-NO      PIC 9(07).
           05  DDB-ITEMS            PIC 9(04).
           05  FILLER               PIC X(33).
       01  DDBT-HDR-REC.
           05  FILLER               PIC X(01).
           05  DDH-BANK-ID          PIC 9(03).
           05  DDH-PROC-DATE        PIC 9(08).
           05  FILLER               PIC X(138).

       FD  NET-FILE.
       01  NET-REC.
           05  NET-REC-TYPE         PIC X(01).
           05  NET-BROKER-ID        PIC X(04).
           05  NET-SETTLE-DATE      PIC 9(08).
           05  FILLER               PIC X(67).
       01  NET-TRL-REC.
           05  FILLER               PIC X(01).
           05  NTT-BROKER-ID        PIC X(04).
           05  NTT-DIRECTION        PIC X(01).
           05  NTT-NET-AMOUNT       PIC 9(13).
           05  NTT-DTL-COUNT        PIC 9(02).
           05  FILLER               PIC X(59).

       FD  REPAYFD-FILE.
       01  REPAYFD-REC.
           05  RPF-KEY              PIC X(17).
           05  RPF-BANK-ID          PIC 9(03).
           05  RPF-RM-ACNT          PIC X(16).
           05  RPF-RM-ACNT-NAME     PIC X(60).
           05  RPF-RM-ACNT-ID       PIC X(10).
           05  RPF-AMOUNT           PIC 9(18).
           05  FILLER               PIC X(06).

       FD  RFND-FILE.
       01  RFND-REC.
           05  RFD-KEY              PIC X(17).
           05  RFD-BROKER-ID        PIC X(04).
           05  RFD-AMOUNT           PIC 9(09).
           05  RFD-REFUND-DATE      PIC 9(08).
           05  FILLER               PIC X(12).

       FD  ADV-FILE.
       01  ADV-REC.
           05  ADV-BANK-ID          PIC 9(03).
           05  ADV-RM-ACNT-ID       PIC X(10).
           05  ADV-AMOUNT           PIC 9(18).
           05  ADV-VALUE-DATE       PIC 9(08).
           05  FILLER               PIC X(11).

       FD  RTN-FILE.
       01  RMT-RTN-REC.
           05  RTN-BANK-ID          PIC 9(03).
           05  RTN-RM-ACNT          PIC X(16).
           05  RTN-KEY              PIC X(17).
           05  RTN-AMOUNT           PIC 9(18).
           05  RTN-REASON           PIC X(02).
           05  RTN-RETURN-DATE      PIC 9(08).
           05  FILLER               PIC X(06).

       FD  BKRC-RPT-FILE.
       01  BKRC-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STM-EOF               PIC X VALUE 'N'.
           88  STM-EOF                    VALUE 'Y'.
       01  WS-BKI-EOF               PIC X VALUE 'N'.
           88  BKI-EOF                    VALUE 'Y'.
       01  WS-BNK-EOF               PIC X VALUE 'N'.
           88  BNK-EOF                    VALUE 'Y'.
       01  WS-BRK-EOF               PIC X VALUE 'N'.
           88  BRK-EOF                    VALUE 'Y'.
       01  WS-RMT-EOF               PIC X VALUE 'N'.
           88  RMT-EOF                    VALUE 'Y'.
       01  WS-DDB-EOF               PIC X VALUE 'N'.
           88  DDB-EOF                    VALUE 'Y'.
       01  WS-NET-EOF               PIC X VALUE 'N'.
           88  NET-EOF                    VALUE 'Y'.
       01  WS-RPF-EOF               PIC X VALUE 'N'.
           88  RPF-EOF                    VALUE 'Y'.
       01  WS-RFD-EOF               PIC X VALUE 'N'.
           88  RFD-EOF                    VALUE 'Y'.
       01  WS-ADV-EOF               PIC X VALUE 'N'.
           88  ADV-EOF                    VALUE 'Y'.
       01  WS-RTN-EOF               PIC X VALUE 'N'.
           88  RTN-EOF                    VALUE 'Y'.

       01  WS-RMIT-NAME             PIC X(12).
       01  WS-DDBT-NAME             PIC X(12).
       01  WS-NET-NAME              PIC X(12).

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-RETAIN-DAYS           PIC 9(03).
       01  WS-LAG-DAYS              PIC 9(01).
       01  WS-FILE-DATE             PIC 9(08).

      * 對帳單表頭/表尾。
       01  WS-HDR-SEEN              PIC X VALUE 'N'.
       01  WS-TRL-SEEN              PIC X VALUE 'N'.
       01  WS-STMT-BANK-ID          PIC 9(03) VALUE 0.
       01  WS-STMT-ACNT-NO          PIC X(16) VALUE SPACES.
       01  WS-STMT-CCY              PIC X(03) VALUE SPACES.
       01  WS-STMT-DATE             PIC 9(08) VALUE 0.
       01  WS-OPEN-BAL              PIC S9(17) VALUE 0.
       01  WS-CLOSE-BAL             PIC S9(17) VALUE 0.
       01  WS-CALC-CLOSE            PIC S9(17) VALUE 0.
       01  WS-TRL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TRL-DR-TOTAL          PIC 9(18) VALUE 0.
       01  WS-TRL-CR-TOTAL          PIC 9(18) VALUE 0.
       01  WS-DR-TOTAL              PIC 9(18) VALUE 0.
       01  WS-CR-TOTAL              PIC 9(18) VALUE 0.
       01  WS-ENTRY-READ            PIC 9(07) VALUE 0.

      * 前次已證明期末餘額(登記簿 'B' 記錄)。
       01  WS-PRIOR-SEEN            PIC X VALUE 'N'.
       01  WS-PRIOR-DATE            PIC 9(08) VALUE 0.
       01  WS-PRIOR-ACNT-NO         PIC X(16) VALUE SPACES.
       01  WS-PRIOR-CCY             PIC X(03) VALUE SPACES.
       01  WS-PRIOR-BAL             PIC S9(17) VALUE 0.
       01  WS-PRIOR-REC             PIC X(100) VALUE SPACES.

       01  WS-PROOF-SW              PIC X VALUE 'Y'.
           88  BALANCE-PROVEN             VALUE 'Y'.

      * 對帳單明細(核對結果: M=核對指示 R=退件 U=未核對)。
       01  WS-SE-TABLE.
           05  WS-SE-COUNT          PIC 9(05) VALUE 0.
           05  WS-SE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SEX.
               10  WS-SE-VALUE-DATE PIC 9(08).
               10  WS-SE-DC         PIC X(01).
               10  WS-SE-AMOUNT     PIC 9(18).
               10  WS-SE-TXN-CODE   PIC X(03).
               10  WS-SE-CPTY-ACNT  PIC X(16).
               10  WS-SE-CPTY-ID    PIC X(10).
               10  WS-SE-CUST-REF   PIC X(20).
               10  WS-SE-BANK-REF   PIC X(16).
               10  WS-SE-RESULT     PIC X(01).
               10  WS-SE-INX        PIC 9(05).
       01  WS-SE-OVERFLOW           PIC 9(05) VALUE 0.

      * 指示登記簿(前日續留+本日指示檔)。
       01  WS-IN-TABLE.
           05  WS-IN-COUNT          PIC 9(05) VALUE 0.
           05  WS-IN-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-INX.
               10  WS-IN-SOURCE     PIC X(01).
               10  WS-IN-DC         PIC X(01).
               10  WS-IN-REF        PIC X(20).
               10  WS-IN-AMOUNT     PIC 9(18).
               10  WS-IN-CCY        PIC X(03).
               10  WS-IN-CPTY-BANK  PIC 9(03).
               10  WS-IN-CPTY-ACNT  PIC X(16).
               10  WS-IN-CPTY-ID    PIC X(10).
               10  WS-IN-INST-DATE  PIC 9(08).
               10  WS-IN-VALUE-DATE PIC 9(08).
               10  WS-IN-STATUS     PIC X(01).
               10  WS-IN-MATCH-DATE PIC 9(08).
       01  WS-IN-OVERFLOW           PIC 9(05) VALUE 0.

      * 新指示暫存區(登錄前先查重)。
       01  WS-NEW-INSTR.
           05  WS-NI-SOURCE         PIC X(01).
           05  WS-NI-DC             PIC X(01).
           05  WS-NI-REF            PIC X(20).
           05  WS-NI-AMOUNT         PIC 9(18).
           05  WS-NI-CCY            PIC X(03).
           05  WS-NI-CPTY-BANK      PIC 9(03).
           05  WS-NI-CPTY-ACNT      PIC X(16).
           05  WS-NI-CPTY-ID        PIC X(10).
           05  WS-NI-INST-DATE      PIC 9(08).
           05  WS-NI-VALUE-DATE     PIC 9(08).

      * 退匯重付案件鍵值(匯款明細屬重付者改列 P)。
       01  WS-RP-TABLE.
           05  WS-RP-COUNT          PIC 9(04) VALUE 0.
           05  WS-RP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RPX.
               10  WS-RP-KEY        PIC X(17).
       01  WS-RP-FOUND              PIC X VALUE 'N'.

      * 銀行代號清單(匯款/扣款指示檔名)。
       01  WS-BNK-TABLE.
           05  WS-BNK-COUNT         PIC 9(04) VALUE 0.
           05  WS-BNK-CODE OCCURS 1000 TIMES
                   INDEXED BY WS-BNX  PIC 9(03).

      * 各來源核對統計(來源代碼依序 R P D N M A X)。
       01  WS-SOURCE-CODES          PIC X(07) VALUE "RPDNMAX".
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-SRX.
               10  WS-SR-LOADED     PIC 9(07).
               10  WS-SR-MATCHED    PIC 9(07).
               10  WS-SR-MATCH-AMT  PIC 9(18).
               10  WS-SR-OPEN       PIC 9(07).
               10  WS-SR-OPEN-AMT   PIC 9(18).
       01  WS-SRC-NAMES.
           05  FILLER               PIC X(20) VALUE
               "REDEMPTION REMIT    ".
           05  FILLER               PIC X(20) VALUE
               "RE-PAYMENT          ".
           05  FILLER               PIC X(20) VALUE
               "DIRECT DEBIT        ".
           05  FILLER               PIC X(20) VALUE
               "NET SETTLEMENT      ".
           05  FILLER               PIC X(20) VALUE
               "MARGIN REFUND       ".
           05  FILLER               PIC X(20) VALUE
               "CREATION CASH IN    ".
           05  FILLER               PIC X(20) VALUE
               "RETURNED REMITTANCE ".
       01  WS-SRC-NAME-TABLE REDEFINES WS-SRC-NAMES.
           05  WS-SRC-NAME OCCURS 7 TIMES PIC X(20).
       01  WS-SRC-IX                PIC 9(02).

       01  WS-MATCH-SW              PIC X VALUE 'N'.
           88  INSTR-MATCHED              VALUE 'Y'.
       01  WS-REF-SW                PIC X VALUE 'N'.
           88  REF-AGREES                 VALUE 'Y'.
       01  WS-DUP-SW                PIC X VALUE 'N'.
           88  INSTR-DUPLICATE            VALUE 'Y'.
       01  WS-OPP-DC                PIC X(01).

       01  WS-STMT-INT              PIC 9(08).
       01  WS-AGE-DAYS              PIC S9(05).
       01  WS-KEEP-SW               PIC X VALUE 'N'.
           88  KEEP-INSTR                 VALUE 'Y'.

       01  WS-CARRIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(07) VALUE 0.
       01  WS-DUP-COUNT             PIC 9(07) VALUE 0.
       01  WS-CCY-SKIP-COUNT        PIC 9(07) VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(07) VALUE 0.
       01  WS-RETURN-COUNT          PIC 9(07) VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(07) VALUE 0.
       01  WS-UNMATCHED-DR          PIC 9(18) VALUE 0.
       01  WS-UNMATCHED-CR          PIC 9(18) VALUE 0.
       01  WS-UNEXEC-COUNT          PIC 9(07) VALUE 0.
       01  WS-UNEXEC-AMT            PIC 9(18) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(07) VALUE 0.
       01  WS-WRITTEN-COUNT         PIC 9(07) VALUE 0.
       01  WS-PURGED-COUNT          PIC 9(07) VALUE 0.

       01  WS-ED-BAL                PIC -(17)9.
       01  WS-ED-BAL-2              PIC -(17)9.

       01  WS-HDR-1                 PIC X(80) VALUE
           "SETTLEMENT BANK STATEMENT RECONCILIATION".
       01  WS-HDR-UNM.
           05  FILLER               PIC X(34) VALUE
               "VALUE-DT D             AMOUNT CDE ".
           05  FILLER               PIC X(40) VALUE
               "CPTY-ACNT        CPTY-ID    CUST-REF    ".
           05  FILLER               PIC X(17) VALUE
               "         BANK-REF".
       01  WS-HDR-INS.
           05  FILLER               PIC X(37) VALUE
               "S D REFERENCE                        ".
           05  FILLER               PIC X(33) VALUE
               "AMOUNT CPTY-ACNT        INST-DT  ".
           05  FILLER               PIC X(13) VALUE
               "VALUE-DT  AGE".
       01  WS-HDR-RTN.
           05  FILLER               PIC X(37) VALUE
               "S D REFERENCE                        ".
           05  FILLER               PIC X(33) VALUE
               "AMOUNT CPTY-ACNT        MATCHED  ".
           05  FILLER               PIC X(17) VALUE
               "RETURNED BANK-REF".

       01  WS-UNM-LINE.
           05  WS-U-VALUE-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-DC              PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-AMOUNT          PIC Z(17)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-TXN-CODE        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-CPTY-ACNT       PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-CPTY-ID         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-CUST-REF        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-BANK-REF        PIC X(16).

       01  WS-INS-LINE.
           05  WS-I-SOURCE          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-DC              PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-REF             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-AMOUNT          PIC Z(17)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-CPTY-ACNT       PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-DATE-1          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-DATE-2          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-I-TAIL            PIC X(16).
       01  WS-AGE-ED                PIC ZZZ9.

       01  WS-SUM-LINE.
           05  WS-S-NAME            PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-LOADED          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-MATCHED         PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-MATCH-AMT       PIC Z(17)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-OPEN            PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-OPEN-AMT        PIC Z(17)9.
       01  WS-HDR-SUM.
           05  FILLER               PIC X(40) VALUE
               "SOURCE                REGIST MATCHED    ".
           05  FILLER               PIC X(31) VALUE
               " MATCHED-AMOUNT    OPEN        ".
           05  FILLER               PIC X(11) VALUE
               "OPEN-AMOUNT".

       COPY m0dtsvc.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-RETAIN-DAYS CTL-LAG-DAYS
           END-READ
           CLOSE CTL-FILE
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           MOVE 30 TO WS-RETAIN-DAYS
           MOVE 1  TO WS-LAG-DAYS
           IF CTL-RETAIN-DAYS IS NUMERIC AND CTL-RETAIN-DAYS-N > 0
               MOVE CTL-RETAIN-DAYS-N TO WS-RETAIN-DAYS
           END-IF
           IF CTL-LAG-DAYS IS NUMERIC
               MOVE CTL-LAG-DAYS-N TO WS-LAG-DAYS
           END-IF
           INITIALIZE WS-SRC-TABLE

           OPEN OUTPUT BKRC-RPT-FILE
           MOVE WS-HDR-1 TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE

           PERFORM 1000-LOAD-STATEMENT
           IF WS-HDR-SEEN = 'N' OR WS-TRL-SEEN = 'N'
               MOVE SPACES TO BKRC-RPT-LINE
               STRING "*** BANK STATEMENT BNKSTMT.DAT MISSING OR "
                   "INCOMPLETE (NO HEADER/TRAILER) - NOT RECONCILED, "
                   "REGISTER NOT ROLLED ***"
                   DELIMITED BY SIZE INTO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
               CLOSE BKRC-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "STATEMENT DATE " WS-STMT-DATE
               "  BANK " WS-STMT-BANK-ID
               "  ACCOUNT " WS-STMT-ACNT-NO
               "  CURRENCY " WS-STMT-CCY
               "  PROCESSING DATE " WS-PROC-DATE
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE

           PERFORM 1100-LOAD-REGISTER
           PERFORM 1200-LOAD-REPAY-KEYS
           PERFORM 1300-LOAD-BANK-CODES
           PERFORM 2000-LOAD-REMITTANCES
           PERFORM 2100-LOAD-DIRECT-DEBITS
           PERFORM 2200-LOAD-NET-SETTLEMENTS
           PERFORM 2300-LOAD-MARGIN-REFUNDS
           PERFORM 2400-LOAD-CASH-ADVICES
           PERFORM 2500-LOAD-RETURNS

           PERFORM 3000-MATCH-ENTRIES
           PERFORM 4000-PROVE-BALANCE
           PERFORM 5000-PRINT-UNMATCHED
           PERFORM 5100-PRINT-RETURNS
           PERFORM 5200-PRINT-UNEXECUTED
           PERFORM 5300-PRINT-SOURCE-SUMMARY
           PERFORM 6000-WRITE-REGISTER
           PERFORM 7000-PRINT-TOTALS
           CLOSE BKRC-RPT-FILE

           IF NOT BALANCE-PROVEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMATCHED-COUNT > 0 OR WS-UNEXEC-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * 讀入對帳單:表頭取帳戶/期初餘額，明細入表並累計借貸，
      * 表尾取控制合計及期末餘額。
       1000-LOAD-STATEMENT.
           OPEN INPUT STMT-FILE
           PERFORM UNTIL STM-EOF
               READ STMT-FILE
                   AT END SET STM-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BST-HEADER
                               PERFORM 1010-TAKE-HEADER
                           WHEN BST-DETAIL
                               PERFORM 1020-TAKE-ENTRY
                           WHEN BST-TRAILER
                               PERFORM 1030-TAKE-TRAILER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE STMT-FILE.

       1010-TAKE-HEADER.
           MOVE 'Y' TO WS-HDR-SEEN
           MOVE BST-BANK-ID   TO WS-STMT-BANK-ID
           MOVE BST-ACNT-NO   TO WS-STMT-ACNT-NO
           MOVE BST-CURRENCY  TO WS-STMT-CCY
           IF WS-STMT-CCY = SPACES
               MOVE "NTD" TO WS-STMT-CCY
           END-IF
           MOVE BST-STMT-DATE TO WS-STMT-DATE
           MOVE BST-OPEN-BAL  TO WS-OPEN-BAL
           IF BST-OPEN-SIGN = '-'
               COMPUTE WS-OPEN-BAL = 0 - WS-OPEN-BAL
           END-IF.

       1020-TAKE-ENTRY.
           ADD 1 TO WS-ENTRY-READ
           IF BST-DEBIT
               ADD BST-AMOUNT TO WS-DR-TOTAL
           ELSE
               ADD BST-AMOUNT TO WS-CR-TOTAL
           END-IF
           IF WS-SE-COUNT >= 5000
               ADD 1 TO WS-SE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SE-COUNT
           SET WS-SEX TO WS-SE-COUNT
           MOVE BST-VALUE-DATE TO WS-SE-VALUE-DATE(WS-SEX)
           MOVE BST-DC         TO WS-SE-DC(WS-SEX)
           MOVE BST-AMOUNT     TO WS-SE-AMOUNT(WS-SEX)
           MOVE BST-TXN-CODE   TO WS-SE-TXN-CODE(WS-SEX)
           MOVE BST-CPTY-ACNT  TO WS-SE-CPTY-ACNT(WS-SEX)
           MOVE BST-CPTY-ID    TO WS-SE-CPTY-ID(WS-SEX)
           MOVE BST-CUST-REF   TO WS-SE-CUST-REF(WS-SEX)
           MOVE BST-BANK-REF   TO WS-SE-BANK-REF(WS-SEX)
           MOVE 'U'            TO WS-SE-RESULT(WS-SEX)
           MOVE 0              TO WS-SE-INX(WS-SEX).

       1030-TAKE-TRAILER.
           MOVE 'Y' TO WS-TRL-SEEN
           MOVE BST-ENTRY-COUNT TO WS-TRL-COUNT
           MOVE BST-DR-TOTAL    TO WS-TRL-DR-TOTAL
           MOVE BST-CR-TOTAL    TO WS-TRL-CR-TOTAL
           MOVE BST-CLOSE-BAL   TO WS-CLOSE-BAL
           IF BST-CLOSE-SIGN = '-'
               COMPUTE WS-CLOSE-BAL = 0 - WS-CLOSE-BAL
           END-IF.

      * 前日登記簿:指示記錄入表，餘額記錄留作期初比對。
       1100-LOAD-REGISTER.
           OPEN INPUT BKRCINS-IN
           PERFORM UNTIL BKI-EOF
               READ BKRCINS-IN
                   AT END SET BKI-EOF TO TRUE
                   NOT AT END
                       IF BKI-BALANCE
                           MOVE 'Y' TO WS-PRIOR-SEEN
                           MOVE BKRC-INSTR-REC TO WS-PRIOR-REC
                           MOVE BKB-STMT-DATE  TO WS-PRIOR-DATE
                           MOVE BKB-ACNT-NO    TO WS-PRIOR-ACNT-NO
                           MOVE BKB-CURRENCY   TO WS-PRIOR-CCY
                           MOVE BKB-CLOSE-BAL  TO WS-PRIOR-BAL
                           IF BKB-CLOSE-SIGN = '-'
                               COMPUTE WS-PRIOR-BAL = 0 - WS-PRIOR-BAL
                           END-IF
                       END-IF
                       IF BKI-INSTRUCTION
                           PERFORM 1110-CARRY-ONE-INSTR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKRCINS-IN.

       1110-CARRY-ONE-INSTR.
           IF WS-IN-COUNT >= 10000
               ADD 1 TO WS-IN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT WS-CARRIED-COUNT
           SET WS-INX TO WS-IN-COUNT
           MOVE BKI-SOURCE     TO WS-IN-SOURCE(WS-INX)
           MOVE BKI-DC         TO WS-IN-DC(WS-INX)
           MOVE BKI-REF        TO WS-IN-REF(WS-INX)
           MOVE BKI-AMOUNT     TO WS-IN-AMOUNT(WS-INX)
           MOVE BKI-CURRENCY   TO WS-IN-CCY(WS-INX)
           MOVE BKI-CPTY-BANK  TO WS-IN-CPTY-BANK(WS-INX)
           MOVE BKI-CPTY-ACNT  TO WS-IN-CPTY-ACNT(WS-INX)
           MOVE BKI-CPTY-ID    TO WS-IN-CPTY-ID(WS-INX)
           MOVE BKI-INST-DATE  TO WS-IN-INST-DATE(WS-INX)
           MOVE BKI-VALUE-DATE TO WS-IN-VALUE-DATE(WS-INX)
           MOVE BKI-STATUS     TO WS-IN-STATUS(WS-INX)
           MOVE BKI-MATCH-DATE TO WS-IN-MATCH-DATE(WS-INX).

       1200-LOAD-REPAY-KEYS.
           OPEN INPUT REPAYFD-FILE
           PERFORM UNTIL RPF-EOF
               READ REPAYFD-FILE
                   AT END SET RPF-EOF TO TRUE
                   NOT AT END
                       IF WS-RP-COUNT < 2000
                           ADD 1 TO WS-RP-COUNT
                           MOVE RPF-KEY TO WS-RP-KEY(WS-RP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPAYFD-FILE.

       1300-LOAD-BANK-CODES.
           OPEN INPUT BANKCD-FILE
           PERFORM UNTIL BNK-EOF
               READ BANKCD-FILE
                   AT END SET BNK-EOF TO TRUE
                   NOT AT END
                       IF WS-BNK-COUNT < 1000
                           ADD 1 TO WS-BNK-COUNT
                           MOVE BANKCD-CODE
                               TO WS-BNK-CODE(WS-BNK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANKCD-FILE.

      * 買回匯款:逐銀行讀 RMITnnn.DAT 明細；指示日取表頭處理日
      * ，預計入出帳日取明細起息日。
       2000-LOAD-REMITTANCES.
           PERFORM VARYING WS-BNX FROM 1 BY 1
                   UNTIL WS-BNX > WS-BNK-COUNT
               MOVE SPACES TO WS-RMIT-NAME
               STRING "RMIT" WS-BNK-CODE(WS-BNX) ".DAT"
                   DELIMITED BY SIZE INTO WS-RMIT-NAME
               MOVE 'N' TO WS-RMT-EOF
               MOVE 0 TO WS-FILE-DATE
               OPEN INPUT RMIT-FILE
               PERFORM UNTIL RMT-EOF
                   READ RMIT-FILE
                       AT END SET RMT-EOF TO TRUE
                       NOT AT END
                           IF RMT-REC-TYPE = 'H'
                               MOVE RMH-PROC-DATE TO WS-FILE-DATE
                           END-IF
                           IF RMT-REC-TYPE = 'D'
                               PERFORM 2010-TAKE-REMITTANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RMIT-FILE
           END-PERFORM.

       2010-TAKE-REMITTANCE.
           MOVE 'N' TO WS-RP-FOUND
           PERFORM VARYING WS-RPX FROM 1 BY 1
                   UNTIL WS-RPX > WS-RP-COUNT
               IF WS-RP-KEY(WS-RPX) = RMT-KEY
                   MOVE 'Y' TO WS-RP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NEW-INSTR
           IF WS-RP-FOUND = 'Y'
               MOVE 'P' TO WS-NI-SOURCE
           ELSE
               MOVE 'R' TO WS-NI-SOURCE
           END-IF
           MOVE 'D'            TO WS-NI-DC
           MOVE RMT-KEY        TO WS-NI-REF
           MOVE RMT-AMOUNT     TO WS-NI-AMOUNT
           MOVE RMT-CURRENCY   TO WS-NI-CCY
           MOVE RMT-BANK-ID    TO WS-NI-CPTY-BANK
           MOVE RMT-RM-ACNT    TO WS-NI-CPTY-ACNT
           MOVE RMT-RM-ACNT-ID TO WS-NI-CPTY-ID
           MOVE WS-FILE-DATE   TO WS-NI-INST-DATE
           MOVE RMT-VALUE-DATE TO WS-NI-VALUE-DATE
           IF RMT-VALUE-DATE IS NOT NUMERIC OR RMT-VALUE-DATE = 0
               MOVE WS-FILE-DATE TO WS-NI-VALUE-DATE
           END-IF
           PERFORM 2900-REGISTER-INSTR.

      * 應收扣款:逐銀行讀 DDBTnnn.DAT 明細(收取人歸戶)。
       2100-LOAD-DIRECT-DEBITS.
           PERFORM VARYING WS-BNX FROM 1 BY 1
                   UNTIL WS-BNX > WS-BNK-COUNT
               MOVE SPACES TO WS-DDBT-NAME
               STRING "DDBT" WS-BNK-CODE(WS-BNX) ".DAT"
                   DELIMITED BY SIZE INTO WS-DDBT-NAME
               MOVE 'N' TO WS-DDB-EOF
               MOVE 0 TO WS-FILE-DATE
               OPEN INPUT DDBT-FILE
               PERFORM UNTIL DDB-EOF
                   READ DDBT-FILE
                       AT END SET DDB-EOF TO TRUE
                       NOT AT END
                           IF DDB-REC-TYPE = 'H'
                               MOVE DDH-PROC-DATE TO WS-FILE-DATE
                           END-IF
                           IF DDB-REC-TYPE = 'D'
                               PERFORM 2110-TAKE-DIRECT-DEBIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDBT-FILE
           END-PERFORM.

       2110-TAKE-DIRECT-DEBIT.
           MOVE SPACES TO WS-NEW-INSTR
           MOVE 'D'            TO WS-NI-SOURCE
           MOVE 'C'            TO WS-NI-DC
           MOVE DDB-REF        TO WS-NI-REF
           MOVE DDB-AMOUNT     TO WS-NI-AMOUNT
           MOVE "NTD"          TO WS-NI-CCY
           MOVE DDB-BANK-ID    TO WS-NI-CPTY-BANK
           MOVE DDB-RM-ACNT    TO WS-NI-CPTY-ACNT
           MOVE DDB-RM-ACNT-ID TO WS-NI-CPTY-ID
           MOVE WS-FILE-DATE   TO WS-NI-INST-DATE
           PERFORM 2950-LAGGED-VALUE-DATE
           PERFORM 2900-REGISTER-INSTR.

      * 淨額結算:逐券商讀 NETbbbb.DAT 表尾淨額，應付(P)為借方、
      * 應收(R)為貸方；淨額為零者無款項。
       2200-LOAD-NET-SETTLEMENTS.
           OPEN INPUT BRK-FILE
           PERFORM UNTIL BRK-EOF
               READ BRK-FILE
                   AT END SET BRK-EOF TO TRUE
                   NOT AT END
                       PERFORM 2210-READ-NET-FILE
               END-READ
           END-PERFORM
           CLOSE BRK-FILE.

       2210-READ-NET-FILE.
           MOVE SPACES TO WS-NET-NAME
           STRING "NET" BRK-MST-ID ".DAT"
               DELIMITED BY SIZE INTO WS-NET-NAME
           MOVE 'N' TO WS-NET-EOF
           MOVE 0 TO WS-FILE-DATE
           OPEN INPUT NET-FILE
           PERFORM UNTIL NET-EOF
               READ NET-FILE
                   AT END SET NET-EOF TO TRUE
                   NOT AT END
                       IF NET-REC-TYPE = 'H'
                           MOVE NET-SETTLE-DATE TO WS-FILE-DATE
                       END-IF
                       IF NET-REC-TYPE = 'T' AND NTT-NET-AMOUNT > 0
                           MOVE SPACES TO WS-NEW-INSTR
                           MOVE 'N'            TO WS-NI-SOURCE
                           IF NTT-DIRECTION = 'P'
                               MOVE 'D' TO WS-NI-DC
                           ELSE
                               MOVE 'C' TO WS-NI-DC
                           END-IF
                           MOVE NTT-BROKER-ID  TO WS-NI-REF
                           MOVE NTT-NET-AMOUNT TO WS-NI-AMOUNT
                           MOVE "NTD"          TO WS-NI-CCY
                           MOVE 0              TO WS-NI-CPTY-BANK
                           MOVE WS-FILE-DATE   TO WS-NI-INST-DATE
                                                  WS-NI-VALUE-DATE
                           PERFORM 2900-REGISTER-INSTR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NET-FILE.

      * 保證金退還指示，借方。
       2300-LOAD-MARGIN-REFUNDS.
           OPEN INPUT RFND-FILE
           PERFORM UNTIL RFD-EOF
               READ RFND-FILE
                   AT END SET RFD-EOF TO TRUE
                   NOT AT END
                       IF RFD-AMOUNT > 0
                           MOVE SPACES TO WS-NEW-INSTR
                           MOVE 'M'             TO WS-NI-SOURCE
                           MOVE 'D'             TO WS-NI-DC
                           MOVE RFD-KEY         TO WS-NI-REF
                           MOVE RFD-AMOUNT      TO WS-NI-AMOUNT
                           MOVE "NTD"           TO WS-NI-CCY
                           MOVE 0               TO WS-NI-CPTY-BANK
                           MOVE RFD-BROKER-ID   TO WS-NI-CPTY-ID
                           MOVE RFD-REFUND-DATE TO WS-NI-INST-DATE
                           PERFORM 2950-LAGGED-VALUE-DATE
                           PERFORM 2900-REGISTER-INSTR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RFND-FILE.

      * 現金申購入金通知，貸方(匯款人ID為參考號)。
       2400-LOAD-CASH-ADVICES.
           OPEN INPUT ADV-FILE
           PERFORM UNTIL ADV-EOF
               READ ADV-FILE
                   AT END SET ADV-EOF TO TRUE
                   NOT AT END
                       IF ADV-AMOUNT > 0
                           MOVE SPACES TO WS-NEW-INSTR
                           MOVE 'A'            TO WS-NI-SOURCE
                           MOVE 'C'            TO WS-NI-DC
                           MOVE ADV-RM-ACNT-ID TO WS-NI-REF
                                                  WS-NI-CPTY-ID
                           MOVE ADV-AMOUNT     TO WS-NI-AMOUNT
                           MOVE "NTD"          TO WS-NI-CCY
                           MOVE ADV-BANK-ID    TO WS-NI-CPTY-BANK
                           MOVE ADV-VALUE-DATE TO WS-NI-INST-DATE
                                                  WS-NI-VALUE-DATE
                           PERFORM 2900-REGISTER-INSTR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADV-FILE.

      * 銀行退匯(退回款項存入)，貸方。
       2500-LOAD-RETURNS.
           OPEN INPUT RTN-FILE
           PERFORM UNTIL RTN-EOF
               READ RTN-FILE
                   AT END SET RTN-EOF TO TRUE
                   NOT AT END
                       IF RTN-AMOUNT > 0
                           MOVE SPACES TO WS-NEW-INSTR
                           MOVE 'X'             TO WS-NI-SOURCE
                           MOVE 'C'             TO WS-NI-DC
                           MOVE RTN-KEY         TO WS-NI-REF
                           MOVE RTN-AMOUNT      TO WS-NI-AMOUNT
                           MOVE "NTD"           TO WS-NI-CCY
                           MOVE RTN-BANK-ID     TO WS-NI-CPTY-BANK
                           MOVE RTN-RM-ACNT     TO WS-NI-CPTY-ACNT
                           MOVE RTN-RETURN-DATE TO WS-NI-INST-DATE
                                                   WS-NI-VALUE-DATE
                           PERFORM 2900-REGISTER-INSTR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RTN-FILE.

      * 新指示入表:幣別不同者不納入，已登錄者(來源+參考號+金
      * 額+指示日相同)不重複登錄。
       2900-REGISTER-INSTR.
           IF WS-NI-CCY = SPACES
               MOVE "NTD" TO WS-NI-CCY
           END-IF
           IF WS-NI-CCY NOT = WS-STMT-CCY
               ADD 1 TO WS-CCY-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-INX FROM 1 BY 1
                   UNTIL WS-INX > WS-IN-COUNT
               IF WS-IN-SOURCE(WS-INX) = WS-NI-SOURCE
                       AND WS-IN-REF(WS-INX) = WS-NI-REF
                       AND WS-IN-AMOUNT(WS-INX) = WS-NI-AMOUNT
                       AND WS-IN-INST-DATE(WS-INX) = WS-NI-INST-DATE
                   SET INSTR-DUPLICATE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF INSTR-DUPLICATE
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COUNT >= 10000
               ADD 1 TO WS-IN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT WS-NEW-COUNT
           SET WS-INX TO WS-IN-COUNT
           MOVE WS-NI-SOURCE     TO WS-IN-SOURCE(WS-INX)
           MOVE WS-NI-DC         TO WS-IN-DC(WS-INX)
           MOVE WS-NI-REF        TO WS-IN-REF(WS-INX)
           MOVE WS-NI-AMOUNT     TO WS-IN-AMOUNT(WS-INX)
           MOVE WS-NI-CCY        TO WS-IN-CCY(WS-INX)
           MOVE WS-NI-CPTY-BANK  TO WS-IN-CPTY-BANK(WS-INX)
           MOVE WS-NI-CPTY-ACNT  TO WS-IN-CPTY-ACNT(WS-INX)
           MOVE WS-NI-CPTY-ID    TO WS-IN-CPTY-ID(WS-INX)
           MOVE WS-NI-INST-DATE  TO WS-IN-INST-DATE(WS-INX)
           MOVE WS-NI-VALUE-DATE TO WS-IN-VALUE-DATE(WS-INX)
           MOVE 'O'              TO WS-IN-STATUS(WS-INX)
           MOVE 0                TO WS-IN-MATCH-DATE(WS-INX).

      * 扣款/退還指示預計入出帳日 = 指示日 + 控制檔營業日數。
       2950-LAGGED-VALUE-DATE.
           MOVE WS-NI-INST-DATE TO WS-NI-VALUE-DATE
           IF WS-LAG-DAYS > 0 AND WS-NI-INST-DATE > 0
               MOVE 'A' TO DTS-FUNC
               MOVE WS-NI-INST-DATE TO DTS-DATE-1
               MOVE WS-LAG-DAYS     TO DTS-DAYS
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DATE-2 TO WS-NI-VALUE-DATE
           END-IF.

      * 逐筆對帳單明細:先找借貸別相同之未執行指示；找不到則找
      * 借貸相反之已核對指示(退件)。
       3000-MATCH-ENTRIES.
           PERFORM VARYING WS-SEX FROM 1 BY 1
                   UNTIL WS-SEX > WS-SE-COUNT
               PERFORM 3100-MATCH-ONE-ENTRY
           END-PERFORM.

       3100-MATCH-ONE-ENTRY.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING WS-INX FROM 1 BY 1
                   UNTIL WS-INX > WS-IN-COUNT
               IF WS-IN-STATUS(WS-INX) = 'O'
                       AND WS-IN-DC(WS-INX) = WS-SE-DC(WS-SEX)
                       AND WS-IN-AMOUNT(WS-INX) = WS-SE-AMOUNT(WS-SEX)
                   PERFORM 3200-TEST-REFERENCE
                   IF REF-AGREES
                       SET INSTR-MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF INSTR-MATCHED
               MOVE 'M' TO WS-IN-STATUS(WS-INX)
               MOVE WS-STMT-DATE TO WS-IN-MATCH-DATE(WS-INX)
               MOVE 'M' TO WS-SE-RESULT(WS-SEX)
               SET WS-SE-INX(WS-SEX) TO WS-INX
               ADD 1 TO WS-MATCHED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-SE-DC(WS-SEX) = 'D'
               MOVE 'C' TO WS-OPP-DC
           ELSE
               MOVE 'D' TO WS-OPP-DC
           END-IF
           PERFORM VARYING WS-INX FROM 1 BY 1
                   UNTIL WS-INX > WS-IN-COUNT
               IF WS-IN-STATUS(WS-INX) = 'M'
                       AND WS-IN-DC(WS-INX) = WS-OPP-DC
                       AND WS-IN-AMOUNT(WS-INX) = WS-SE-AMOUNT(WS-SEX)
                   PERFORM 3200-TEST-REFERENCE
                   IF REF-AGREES
                       SET INSTR-MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF INSTR-MATCHED
               MOVE 'R' TO WS-IN-STATUS(WS-INX)
               MOVE 'R' TO WS-SE-RESULT(WS-SEX)
               SET WS-SE-INX(WS-SEX) TO WS-INX
               ADD 1 TO WS-RETURN-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNMATCHED-COUNT
           IF WS-SE-DC(WS-SEX) = 'D'
               ADD WS-SE-AMOUNT(WS-SEX) TO WS-UNMATCHED-DR
           ELSE
               ADD WS-SE-AMOUNT(WS-SEX) TO WS-UNMATCHED-CR
           END-IF.

      * 參考號核對:對帳單有客戶參考號者須與指示參考號相同；
      * 無者以對方帳號或對方ID核對。
       3200-TEST-REFERENCE.
           MOVE 'N' TO WS-REF-SW
           IF WS-SE-CUST-REF(WS-SEX) NOT = SPACES
               IF WS-SE-CUST-REF(WS-SEX) = WS-IN-REF(WS-INX)
                   SET REF-AGREES TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CPTY-ACNT(WS-INX) NOT = SPACES
                   AND WS-IN-CPTY-ACNT(WS-INX) =
                       WS-SE-CPTY-ACNT(WS-SEX)
               SET REF-AGREES TO TRUE
           END-IF
           IF WS-IN-CPTY-ID(WS-INX) NOT = SPACES
                   AND WS-IN-CPTY-ID(WS-INX) = WS-SE-CPTY-ID(WS-SEX)
               SET REF-AGREES TO TRUE
           END-IF.

      * 期末餘額證明。
       4000-PROVE-BALANCE.
           COMPUTE WS-CALC-CLOSE =
               WS-OPEN-BAL + WS-CR-TOTAL - WS-DR-TOTAL
           MOVE SPACES TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE "CLOSING BALANCE PROOF" TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-OPEN-BAL TO WS-ED-BAL
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "OPENING BALANCE........: " WS-ED-BAL
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "PLUS CREDITS...........: " WS-CR-TOTAL
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "LESS DEBITS............: " WS-DR-TOTAL
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-CALC-CLOSE TO WS-ED-BAL
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "COMPUTED CLOSING.......: " WS-ED-BAL
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-CLOSE-BAL TO WS-ED-BAL
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "STATEMENT CLOSING......: " WS-ED-BAL
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE

           IF WS-CALC-CLOSE NOT = WS-CLOSE-BAL
               MOVE 'N' TO WS-PROOF-SW
               MOVE SPACES TO BKRC-RPT-LINE
               STRING "*** CLOSING BALANCE NOT PROVEN - OPENING + "
                   "CREDITS - DEBITS DOES NOT EQUAL STATEMENT "
                   "CLOSING ***"
                   DELIMITED BY SIZE INTO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-IF
           IF WS-ENTRY-READ NOT = WS-TRL-COUNT
                   OR WS-DR-TOTAL NOT = WS-TRL-DR-TOTAL
                   OR WS-CR-TOTAL NOT = WS-TRL-CR-TOTAL
               MOVE 'N' TO WS-PROOF-SW
               MOVE SPACES TO BKRC-RPT-LINE
               STRING "*** STATEMENT TRAILER MISMATCH - ENTRIES "
                   WS-ENTRY-READ "/" WS-TRL-COUNT
                   " DR " WS-DR-TOTAL "/" WS-TRL-DR-TOTAL
                   " CR " WS-CR-TOTAL "/" WS-TRL-CR-TOTAL " ***"
                   DELIMITED BY SIZE INTO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-IF
           IF WS-PRIOR-SEEN = 'Y'
                   AND WS-PRIOR-ACNT-NO = WS-STMT-ACNT-NO
                   AND WS-PRIOR-CCY = WS-STMT-CCY
                   AND WS-PRIOR-BAL NOT = WS-OPEN-BAL
               MOVE 'N' TO WS-PROOF-SW
               MOVE WS-PRIOR-BAL TO WS-ED-BAL
               MOVE WS-OPEN-BAL  TO WS-ED-BAL-2
               MOVE SPACES TO BKRC-RPT-LINE
               STRING "*** OPENING BALANCE " WS-ED-BAL-2
                   " DIFFERS FROM PROVEN CLOSING " WS-ED-BAL
                   " OF " WS-PRIOR-DATE " ***"
                   DELIMITED BY SIZE INTO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-IF
           IF WS-SE-OVERFLOW > 0
               MOVE 'N' TO WS-PROOF-SW
               MOVE SPACES TO BKRC-RPT-LINE
               STRING "*** STATEMENT ENTRY TABLE FULL - "
                   WS-SE-OVERFLOW " ENTRIES NOT MATCHED ***"
                   DELIMITED BY SIZE INTO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-IF
           IF WS-IN-OVERFLOW > 0
               MOVE 'N' TO WS-PROOF-SW
               MOVE SPACES TO BKRC-RPT-LINE
               STRING "*** INSTRUCTION TABLE FULL - "
                   WS-IN-OVERFLOW " INSTRUCTIONS NOT REGISTERED ***"
                   DELIMITED BY SIZE INTO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-IF
           IF BALANCE-PROVEN
               MOVE "CLOSING BALANCE PROVEN" TO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-IF.

      * 未核對之銀行明細(來歷不明之入出帳)。
       5000-PRINT-UNMATCHED.
           MOVE SPACES TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE "BANK ENTRIES NOT MATCHED TO ANY INSTRUCTION"
               TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-HDR-UNM TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           PERFORM VARYING WS-SEX FROM 1 BY 1
                   UNTIL WS-SEX > WS-SE-COUNT
               IF WS-SE-RESULT(WS-SEX) = 'U'
                   MOVE SPACES TO WS-UNM-LINE
                   MOVE WS-SE-VALUE-DATE(WS-SEX) TO WS-U-VALUE-DATE
                   MOVE WS-SE-DC(WS-SEX)         TO WS-U-DC
                   MOVE WS-SE-AMOUNT(WS-SEX)     TO WS-U-AMOUNT
                   MOVE WS-SE-TXN-CODE(WS-SEX)   TO WS-U-TXN-CODE
                   MOVE WS-SE-CPTY-ACNT(WS-SEX)  TO WS-U-CPTY-ACNT
                   MOVE WS-SE-CPTY-ID(WS-SEX)    TO WS-U-CPTY-ID
                   MOVE WS-SE-CUST-REF(WS-SEX)   TO WS-U-CUST-REF
                   MOVE WS-SE-BANK-REF(WS-SEX)   TO WS-U-BANK-REF
                   MOVE WS-UNM-LINE TO BKRC-RPT-LINE
                   WRITE BKRC-RPT-LINE
               END-IF
           END-PERFORM.

      * 本日退件(原已核對之指示遭退回)。
       5100-PRINT-RETURNS.
           MOVE SPACES TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE "RETURNED ITEMS (REVERSAL OF A MATCHED INSTRUCTION)"
               TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-HDR-RTN TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           PERFORM VARYING WS-SEX FROM 1 BY 1
                   UNTIL WS-SEX > WS-SE-COUNT
               IF WS-SE-RESULT(WS-SEX) = 'R'
                   SET WS-INX TO WS-SE-INX(WS-SEX)
                   MOVE SPACES TO WS-INS-LINE
                   MOVE WS-IN-SOURCE(WS-INX)     TO WS-I-SOURCE
                   MOVE WS-IN-DC(WS-INX)         TO WS-I-DC
                   MOVE WS-IN-REF(WS-INX)        TO WS-I-REF
                   MOVE WS-IN-AMOUNT(WS-INX)     TO WS-I-AMOUNT
                   MOVE WS-IN-CPTY-ACNT(WS-INX)  TO WS-I-CPTY-ACNT
                   MOVE WS-IN-MATCH-DATE(WS-INX) TO WS-I-DATE-1
                   MOVE WS-STMT-DATE             TO WS-I-DATE-2
                   MOVE WS-SE-BANK-REF(WS-SEX)   TO WS-I-TAIL
                   MOVE WS-INS-LINE TO BKRC-RPT-LINE
                   WRITE BKRC-RPT-LINE
                   MOVE WS-STMT-DATE TO WS-IN-MATCH-DATE(WS-INX)
               END-IF
           END-PERFORM.

      * 預計入出帳日已屆而對帳單未見之指示(含前日續留者)。
       5200-PRINT-UNEXECUTED.
           MOVE SPACES TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE "INSTRUCTIONS NOT EXECUTED BY STATEMENT DATE"
               TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-HDR-INS TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
           PERFORM VARYING WS-INX FROM 1 BY 1
                   UNTIL WS-INX > WS-IN-COUNT
               IF WS-IN-STATUS(WS-INX) = 'O'
                   IF WS-IN-VALUE-DATE(WS-INX) > WS-STMT-DATE
                       ADD 1 TO WS-PENDING-COUNT
                   ELSE
                       PERFORM 5210-PRINT-ONE-UNEXECUTED
                   END-IF
               END-IF
           END-PERFORM.

       5210-PRINT-ONE-UNEXECUTED.
           ADD 1 TO WS-UNEXEC-COUNT
           ADD WS-IN-AMOUNT(WS-INX) TO WS-UNEXEC-AMT
           MOVE 0 TO WS-AGE-DAYS
           IF WS-IN-VALUE-DATE(WS-INX) > 19000101
               COMPUTE WS-AGE-DAYS = WS-STMT-INT -
                   FUNCTION INTEGER-OF-DATE(WS-IN-VALUE-DATE(WS-INX))
           END-IF
           MOVE SPACES TO WS-INS-LINE
           MOVE WS-IN-SOURCE(WS-INX)     TO WS-I-SOURCE
           MOVE WS-IN-DC(WS-INX)         TO WS-I-DC
           MOVE WS-IN-REF(WS-INX)        TO WS-I-REF
           MOVE WS-IN-AMOUNT(WS-INX)     TO WS-I-AMOUNT
           MOVE WS-IN-CPTY-ACNT(WS-INX)  TO WS-I-CPTY-ACNT
           MOVE WS-IN-INST-DATE(WS-INX)  TO WS-I-DATE-1
           MOVE WS-IN-VALUE-DATE(WS-INX) TO WS-I-DATE-2
           MOVE WS-AGE-DAYS              TO WS-AGE-ED
           MOVE WS-AGE-ED                TO WS-I-TAIL
           MOVE WS-INS-LINE TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE.

      * 各來源登錄/核對/未執行統計。
       5300-PRINT-SOURCE-SUMMARY.
           PERFORM VARYING WS-INX FROM 1 BY 1
                   UNTIL WS-INX > WS-IN-COUNT
               MOVE 0 TO WS-SRC-IX
               PERFORM VARYING WS-SRX FROM 1 BY 1
                       UNTIL WS-SRX > 7
                   IF WS-SOURCE-CODES(WS-SRX:1) = WS-IN-SOURCE(WS-INX)
                       SET WS-SRC-IX TO WS-SRX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SRC-IX > 0
                   SET WS-SRX TO WS-SRC-IX
                   ADD 1 TO WS-SR-LOADED(WS-SRX)
                   IF WS-IN-MATCH-DATE(WS-INX) = WS-STMT-DATE
                           AND WS-IN-STATUS(WS-INX) = 'M'
                       ADD 1 TO WS-SR-MATCHED(WS-SRX)
                       ADD WS-IN-AMOUNT(WS-INX)
                           TO WS-SR-MATCH-AMT(WS-SRX)
                   END-IF
                   IF WS-IN-STATUS(WS-INX) = 'O'
                       ADD 1 TO WS-SR-OPEN(WS-SRX)
                       ADD WS-IN-AMOUNT(WS-INX)
                           TO WS-SR-OPEN-AMT(WS-SRX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE "INSTRUCTION MATCHING BY SOURCE" TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE WS-HDR-SUM TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           PERFORM VARYING WS-SRX FROM 1 BY 1 UNTIL WS-SRX > 7
               MOVE SPACES TO WS-SUM-LINE
               MOVE WS-SRC-NAME(WS-SRX)     TO WS-S-NAME
               MOVE WS-SR-LOADED(WS-SRX)    TO WS-S-LOADED
               MOVE WS-SR-MATCHED(WS-SRX)   TO WS-S-MATCHED
               MOVE WS-SR-MATCH-AMT(WS-SRX) TO WS-S-MATCH-AMT
               MOVE WS-SR-OPEN(WS-SRX)      TO WS-S-OPEN
               MOVE WS-SR-OPEN-AMT(WS-SRX)  TO WS-S-OPEN-AMT
               MOVE WS-SUM-LINE TO BKRC-RPT-LINE
               WRITE BKRC-RPT-LINE
           END-PERFORM.

      * 寫出新登記簿:未執行者續留；已核對/已退回者保留至核對
      * 日起算保留日數屆滿；期末餘額已證明者寫入新餘額記錄，
      * 否則沿用前次記錄。
       6000-WRITE-REGISTER.
           OPEN OUTPUT BKRCINS-OUT
           PERFORM VARYING WS-INX FROM 1 BY 1
                   UNTIL WS-INX > WS-IN-COUNT
               MOVE 'Y' TO WS-KEEP-SW
               IF WS-IN-STATUS(WS-INX) NOT = 'O'
                       AND WS-IN-MATCH-DATE(WS-INX) > 19000101
                   IF WS-STMT-INT - FUNCTION INTEGER-OF-DATE(
                           WS-IN-MATCH-DATE(WS-INX)) > WS-RETAIN-DAYS
                       MOVE 'N' TO WS-KEEP-SW
                   END-IF
               END-IF
               IF KEEP-INSTR
                   PERFORM 6100-WRITE-ONE-INSTR
               ELSE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-PERFORM
           IF BALANCE-PROVEN
               MOVE SPACES TO BKRC-INSTR-REC
               MOVE 'B'             TO BKI-REC-TYPE
               MOVE WS-STMT-DATE    TO BKB-STMT-DATE
               MOVE WS-STMT-ACNT-NO TO BKB-ACNT-NO
               MOVE WS-STMT-CCY     TO BKB-CURRENCY
               IF WS-CLOSE-BAL < 0
                   MOVE '-' TO BKB-CLOSE-SIGN
               ELSE
                   MOVE '+' TO BKB-CLOSE-SIGN
               END-IF
               MOVE WS-CLOSE-BAL    TO BKB-CLOSE-BAL
               WRITE BKRCINS-OUT-REC FROM BKRC-INSTR-REC
           ELSE
               IF WS-PRIOR-SEEN = 'Y'
                   WRITE BKRCINS-OUT-REC FROM WS-PRIOR-REC
               END-IF
           END-IF
           CLOSE BKRCINS-OUT.

       6100-WRITE-ONE-INSTR.
           MOVE SPACES TO BKRC-INSTR-REC
           MOVE 'I'                      TO BKI-REC-TYPE
           MOVE WS-IN-SOURCE(WS-INX)     TO BKI-SOURCE
           MOVE WS-IN-DC(WS-INX)         TO BKI-DC
           MOVE WS-IN-REF(WS-INX)        TO BKI-REF
           MOVE WS-IN-AMOUNT(WS-INX)     TO BKI-AMOUNT
           MOVE WS-IN-CCY(WS-INX)        TO BKI-CURRENCY
           MOVE WS-IN-CPTY-BANK(WS-INX)  TO BKI-CPTY-BANK
           MOVE WS-IN-CPTY-ACNT(WS-INX)  TO BKI-CPTY-ACNT
           MOVE WS-IN-CPTY-ID(WS-INX)    TO BKI-CPTY-ID
           MOVE WS-IN-INST-DATE(WS-INX)  TO BKI-INST-DATE
           MOVE WS-IN-VALUE-DATE(WS-INX) TO BKI-VALUE-DATE
           MOVE WS-IN-STATUS(WS-INX)     TO BKI-STATUS
           MOVE WS-IN-MATCH-DATE(WS-INX) TO BKI-MATCH-DATE
           WRITE BKRCINS-OUT-REC FROM BKRC-INSTR-REC
           ADD 1 TO WS-WRITTEN-COUNT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "STATEMENT ENTRIES......: " WS-ENTRY-READ
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "ENTRIES MATCHED........: " WS-MATCHED-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "ENTRIES RETURNED.......: " WS-RETURN-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "ENTRIES UNMATCHED......: " WS-UNMATCHED-COUNT
               "  DR " WS-UNMATCHED-DR "  CR " WS-UNMATCHED-CR
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "INSTRUCTIONS CARRIED...: " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "INSTRUCTIONS NEW.......: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "ALREADY REGISTERED.....: " WS-DUP-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "OTHER CURRENCY SKIPPED.: " WS-CCY-SKIP-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "NOT EXECUTED (DUE).....: " WS-UNEXEC-COUNT
               "  AMT " WS-UNEXEC-AMT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "PENDING (FUTURE VALUE).: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "REGISTER WRITTEN.......: " WS-WRITTEN-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE
           MOVE SPACES TO BKRC-RPT-LINE
           STRING "REGISTER PURGED........: " WS-PURGED-COUNT
               DELIMITED BY SIZE INTO BKRC-RPT-LINE
           WRITE BKRC-RPT-LINE.
