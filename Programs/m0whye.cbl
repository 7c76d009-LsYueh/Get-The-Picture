      * M0WHYE - 年度扣繳憑單及稅捐機關申報作業
      * M0WHTAX 每日計算之扣繳稅額過去僅存於當日輸出，年底須以
      * 試算表重建方能開立扣繳憑單及辦理年度申報。本程式於年度
      * 終了後執行，讀入扣繳歷史檔 WHTHIST.DAT(M0WHTAX 逐日累加):
      *   1. 依申請人+給付日+案件鍵值+執行日排序，僅取給付日屬
      *      申報年度者；同一申請人、給付日及案件重複者(M0WHTAX
      *      重跑)以執行日最晚者為準，其餘列為被取代筆數。
      *   2. 每一申請人開立一份扣繳憑單(WHTCERT.RPT 列印影像):
      *      逐筆給付明細、各扣繳稅率(WHTRATE)之給付總額及扣繳
      *      稅額小計與全年合計；所得人名稱取自保管銀行帳號主檔
      *      CUSTMST.DAT。
      *   3. 寫出稅捐機關電子申報檔 WHTRTN.DAT(版面見 whtrtn 抄寫
      *      簿，每申請人每一稅率一筆明細，表尾含控制合計)。
      *   4. 產出執行控制報表 M0WHYE.RPT。
      * 控制檔 M0WHYE.CTL:申報年度(4)+製檔日(8)+扣繳單位統一編號
      * (8)+扣繳單位名稱(40)。
      *
      * 修改紀錄:
      *   2026-10-07  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0WHYE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0WHYE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "WHTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTN-FILE ASSIGN TO "WHTRTN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO "WHTCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHYE-RPT-FILE ASSIGN TO "M0WHYE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-WH ASSIGN TO "M0WHYE.SWH".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-TAX-YEAR         PIC 9(04).
           05  CTL-FILE-DATE        PIC 9(08).
           05  CTL-PAYER-ID         PIC X(08).
           05  CTL-PAYER-NAME       PIC X(40).

       FD  HIST-FILE.
       01  HIST-IN-REC              PIC X(110).

       FD  CUST-FILE.
       COPY custmst.

       FD  RTN-FILE.
       COPY whtrtn.

       FD  CERT-FILE.
       01  CERT-LINE                PIC X(132).

       FD  WHYE-RPT-FILE.
       01  WHYE-RPT-LINE            PIC X(132).

       SD  SORT-WORK-WH.
       COPY whthist.

       WORKING-STORAGE SECTION.
       01  WS-CUST-EOF              PIC X VALUE 'N'.
           88  CUST-EOF                   VALUE 'Y'.
       01  WS-SWH-EOF               PIC X VALUE 'N'.
           88  SWH-EOF                    VALUE 'Y'.

       01  WS-TAX-YEAR              PIC 9(04).
       01  WS-FILE-DATE             PIC 9(08).
       01  WS-PAYER-ID              PIC X(08).
       01  WS-PAYER-NAME            PIC X(40).

      * 保管銀行帳號主檔(已依帳號遞增排序)，供 SEARCH ALL 使用。
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(05) VALUE 0.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-CU-ACNT-NO
                   INDEXED BY WS-CUX.
               10  WS-CU-ACNT-NO    PIC X(11).
               10  WS-CU-NAME       PIC X(30).

      * 待處理之扣繳歷史記錄(同案件重跑者以後者取代)。
       01  WS-PEND-SW               PIC X VALUE 'N'.
           88  PEND-EXISTS                VALUE 'Y'.
       01  WS-PEND-REC.
           05  WS-PD-KEY.
               10  WS-PD-ACNT-BROKER PIC X(04).
               10  WS-PD-ACNT-NO    PIC 9(07).
               10  WS-PD-PAY-DATE   PIC 9(08).
           05  WS-PD-CASE-KEY.
               10  WS-PD-ETF-ID     PIC X(06).
               10  WS-PD-TX-DATE    PIC 9(08).
               10  WS-PD-SEQNO      PIC X(03).
           05  WS-PD-BROKER-ID      PIC X(04).
           05  WS-PD-ID-CODE        PIC X(03).
           05  WS-PD-KEEP-ACNT      PIC X(11).
           05  WS-PD-GROSS          PIC 9(18).
           05  WS-PD-RATE-PCT       PIC 9(02)V9(02).
           05  WS-PD-TAX            PIC 9(18).
           05  WS-PD-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(08).

      * 目前申請人。
       01  WS-CUR-SW                PIC X VALUE 'N'.
           88  CUR-EXISTS                 VALUE 'Y'.
       01  WS-CUR-ACNT-BROKER       PIC X(04).
       01  WS-CUR-ACNT-NO           PIC 9(07).
       01  WS-CUR-ID-CODE           PIC X(03).
       01  WS-CUR-KEEP-ACNT         PIC X(11).
       01  WS-CUR-NAME              PIC X(30).
       01  WS-CUR-GROSS             PIC 9(18).
       01  WS-CUR-TAX               PIC 9(18).
       01  WS-CUR-PAY-COUNT         PIC 9(05).

      * 目前申請人之各扣繳稅率小計。
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT        PIC 9(02) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-RAX.
               10  WS-RA-PCT        PIC 9(02)V9(02).
               10  WS-RA-PAY-COUNT  PIC 9(05).
               10  WS-RA-GROSS      PIC 9(18).
               10  WS-RA-TAX        PIC 9(18).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-YEAR-COUNT            PIC 9(07) VALUE 0.
       01  WS-SUPERSEDED-COUNT      PIC 9(07) VALUE 0.
       01  WS-PAYMENT-COUNT         PIC 9(07) VALUE 0.
       01  WS-PAYEE-COUNT           PIC 9(06) VALUE 0.
       01  WS-DETAIL-COUNT          PIC 9(06) VALUE 0.
       01  WS-NO-NAME-COUNT         PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(07) VALUE 0.
       01  WS-G-GROSS               PIC 9(18) VALUE 0.
       01  WS-G-TAX                 PIC 9(18) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "ANNUAL WITHHOLDING CERTIFICATES AND TAX RETURN - CONTROL".

       01  WS-CERT-RULE             PIC X(80) VALUE ALL "=".
       01  WS-CERT-HDR.
           05  FILLER               PIC X(40) VALUE
               "PAY-DATE ETF-ID TX-DATE  SEQ BROKER     ".
           05  FILLER               PIC X(34) VALUE
               "       GROSS RATE%             TAX".

       01  WS-CERT-DETAIL.
           05  WS-C-PAY-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-GROSS           PIC ZZZZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-RATE            PIC Z9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-TAX             PIC ZZZZZZZZZZZZZZ9.

       01  WS-E-RATE                PIC Z9.99.
       01  WS-E-COUNT               PIC ZZZZ9.
       01  WS-E-GROSS               PIC ZZZZZZZZZZZZZZZZZ9.
       01  WS-E-TAX                 PIC ZZZZZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-LOAD-CUST-TABLE

           OPEN OUTPUT RTN-FILE CERT-FILE
           MOVE SPACES TO WHT-RETURN-REC
           SET WRT-HEADER TO TRUE
           MOVE WS-TAX-YEAR   TO WRT-TAX-YEAR
           MOVE WS-PAYER-ID   TO WRT-PAYER-ID
           MOVE WS-PAYER-NAME TO WRT-PAYER-NAME
           MOVE WS-FILE-DATE  TO WRT-FILE-DATE
           WRITE WHT-RETURN-REC

           SORT SORT-WORK-WH ON ASCENDING KEY
                   WHH-ACNT-BROKER WHH-ACNT-NO WHH-PAY-DATE
                   WHH-ETF-ID WHH-TX-DATE WHH-SEQNO WHH-RUN-DATE
               USING HIST-FILE
               OUTPUT PROCEDURE IS 2000-BUILD-CERTIFICATES

           MOVE SPACES TO WHT-RETURN-REC
           SET WRT-TRAILER TO TRUE
           MOVE WS-TAX-YEAR     TO WRT-TAX-YEAR
           MOVE WS-PAYER-ID     TO WRT-PAYER-ID
           MOVE WS-DETAIL-COUNT TO WRT-DETAIL-COUNT
           MOVE WS-PAYEE-COUNT  TO WRT-PAYEE-COUNT
           MOVE WS-G-GROSS      TO WRT-TOTAL-GROSS
           MOVE WS-G-TAX        TO WRT-TOTAL-TAX
           WRITE WHT-RETURN-REC
           CLOSE RTN-FILE CERT-FILE

           OPEN OUTPUT WHYE-RPT-FILE
           MOVE WS-HDR-1 TO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "TAX YEAR " WS-TAX-YEAR "  WITHHOLDING AGENT "
               WS-PAYER-ID " " WS-PAYER-NAME
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           STRING "HISTORY RECORDS READ......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "RECORDS IN TAX YEAR.......: " WS-YEAR-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "SUPERSEDED BY RERUN.......: " WS-SUPERSEDED-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "PAYMENTS CERTIFIED........: " WS-PAYMENT-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "CERTIFICATES (PAYEES).....: " WS-PAYEE-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "RETURN DETAIL RECORDS.....: " WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "PAYEES WITHOUT NAME.......: " WS-NO-NAME-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "TOTAL GROSS PROCEEDS......: " WS-G-GROSS
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "TOTAL TAX WITHHELD........: " WS-G-TAX
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           MOVE SPACES TO WHYE-RPT-LINE
           STRING "TABLE OVERFLOWS (SKIPPED).: " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO WHYE-RPT-LINE
           WRITE WHYE-RPT-LINE
           CLOSE WHYE-RPT-FILE
           STOP RUN.

       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-TAX-YEAR CTL-FILE-DATE
                      MOVE SPACES TO CTL-PAYER-ID CTL-PAYER-NAME
           END-READ
           MOVE CTL-TAX-YEAR   TO WS-TAX-YEAR
           MOVE CTL-FILE-DATE  TO WS-FILE-DATE
           MOVE CTL-PAYER-ID   TO WS-PAYER-ID
           MOVE CTL-PAYER-NAME TO WS-PAYER-NAME
           CLOSE CTL-FILE.

      * 讀入保管銀行帳號主檔，假設已依帳號遞增排序，供 SEARCH ALL
      * 使用。
       1100-LOAD-CUST-TABLE.
           MOVE HIGH-VALUES TO WS-CUST-TABLE
           MOVE 0 TO WS-CUST-COUNT
           OPEN INPUT CUST-FILE
           PERFORM UNTIL CUST-EOF
               READ CUST-FILE
                   AT END SET CUST-EOF TO TRUE
                   NOT AT END
                       IF WS-CUST-COUNT < 5000
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CUST-ACNT-NO
                               TO WS-CU-ACNT-NO(WS-CUST-COUNT)
                           MOVE CUST-ACNT-NAME
                               TO WS-CU-NAME(WS-CUST-COUNT)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-FILE.

      * 依申請人別逐筆處理；同一案件之重跑記錄以最後一筆取代。
       2000-BUILD-CERTIFICATES.
           PERFORM UNTIL SWH-EOF
               RETURN SORT-WORK-WH
                   AT END SET SWH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WHH-PAY-DATE(1:4) = WS-TAX-YEAR
                           ADD 1 TO WS-YEAR-COUNT
                           PERFORM 2100-HOLD-RECORD
                       END-IF
               END-RETURN
           END-PERFORM
           IF PEND-EXISTS
               PERFORM 3000-POST-PAYMENT
           END-IF
           IF CUR-EXISTS
               PERFORM 4000-CLOSE-APPLICANT
           END-IF.

       2100-HOLD-RECORD.
           IF PEND-EXISTS
               IF WS-PD-KEY = WHH-KEY
                       AND WS-PD-CASE-KEY = WHH-CASE-KEY
                   ADD 1 TO WS-SUPERSEDED-COUNT
               ELSE
                   PERFORM 3000-POST-PAYMENT
               END-IF
           END-IF
           MOVE WHT-HIST-REC TO WS-PEND-REC
           SET PEND-EXISTS TO TRUE.

      * 給付明細計入所屬申請人之扣繳憑單。
       3000-POST-PAYMENT.
           IF CUR-EXISTS
               IF WS-PD-ACNT-BROKER NOT = WS-CUR-ACNT-BROKER
                       OR WS-PD-ACNT-NO NOT = WS-CUR-ACNT-NO
                   PERFORM 4000-CLOSE-APPLICANT
               END-IF
           END-IF
           IF NOT CUR-EXISTS
               PERFORM 3100-OPEN-APPLICANT
           END-IF

           ADD 1 TO WS-PAYMENT-COUNT WS-CUR-PAY-COUNT
           ADD WS-PD-GROSS TO WS-CUR-GROSS WS-G-GROSS
           ADD WS-PD-TAX   TO WS-CUR-TAX WS-G-TAX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RAX FROM 1 BY 1
                   UNTIL WS-RAX > WS-RATE-COUNT
               IF WS-RA-PCT(WS-RAX) = WS-PD-RATE-PCT
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-RATE-COUNT < 10
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RAX TO WS-RATE-COUNT
                   MOVE WS-PD-RATE-PCT TO WS-RA-PCT(WS-RAX)
                   MOVE 0 TO WS-RA-PAY-COUNT(WS-RAX)
                             WS-RA-GROSS(WS-RAX) WS-RA-TAX(WS-RAX)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF ENTRY-FOUND
               ADD 1           TO WS-RA-PAY-COUNT(WS-RAX)
               ADD WS-PD-GROSS TO WS-RA-GROSS(WS-RAX)
               ADD WS-PD-TAX   TO WS-RA-TAX(WS-RAX)
           END-IF

           MOVE WS-PD-PAY-DATE  TO WS-C-PAY-DATE
           MOVE WS-PD-ETF-ID    TO WS-C-ETF-ID
           MOVE WS-PD-TX-DATE   TO WS-C-TX-DATE
           MOVE WS-PD-SEQNO     TO WS-C-SEQNO
           MOVE WS-PD-BROKER-ID TO WS-C-BROKER-ID
           MOVE WS-PD-GROSS     TO WS-C-GROSS
           MOVE WS-PD-RATE-PCT  TO WS-C-RATE
           MOVE WS-PD-TAX       TO WS-C-TAX
           MOVE WS-CERT-DETAIL TO CERT-LINE
           WRITE CERT-LINE.

      * 開立新申請人扣繳憑單表頭。
       3100-OPEN-APPLICANT.
           SET CUR-EXISTS TO TRUE
           ADD 1 TO WS-PAYEE-COUNT
           MOVE WS-PD-ACNT-BROKER TO WS-CUR-ACNT-BROKER
           MOVE WS-PD-ACNT-NO     TO WS-CUR-ACNT-NO
           MOVE WS-PD-ID-CODE     TO WS-CUR-ID-CODE
           MOVE WS-PD-KEEP-ACNT   TO WS-CUR-KEEP-ACNT
           MOVE 0 TO WS-CUR-GROSS WS-CUR-TAX WS-CUR-PAY-COUNT
                     WS-RATE-COUNT
           MOVE SPACES TO WS-CUR-NAME
           MOVE 'N' TO WS-FOUND-SW
           IF WS-CUST-COUNT > 0 AND WS-CUR-KEEP-ACNT NOT = SPACES
               SEARCH ALL WS-CUST-ENTRY
                   WHEN WS-CU-ACNT-NO(WS-CUX) = WS-CUR-KEEP-ACNT
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ENTRY-FOUND
               MOVE WS-CU-NAME(WS-CUX) TO WS-CUR-NAME
           ELSE
               ADD 1 TO WS-NO-NAME-COUNT
           END-IF

           MOVE WS-CERT-RULE TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "WITHHOLDING TAX CERTIFICATE - TAX YEAR "
               WS-TAX-YEAR DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "WITHHOLDING AGENT..: " WS-PAYER-ID " "
               WS-PAYER-NAME DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "PAYEE ACCOUNT......: " WS-CUR-ACNT-BROKER "-"
               WS-CUR-ACNT-NO "  ID CODE: " WS-CUR-ID-CODE
               "  CUSTODY ACNT: " WS-CUR-KEEP-ACNT
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "PAYEE NAME.........: " WS-CUR-NAME
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-CERT-HDR TO CERT-LINE
           WRITE CERT-LINE.

      * 結束申請人:憑單印稅率小計及全年合計，並寫申報明細。
       4000-CLOSE-APPLICANT.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING WS-RAX FROM 1 BY 1
                   UNTIL WS-RAX > WS-RATE-COUNT
               MOVE WS-RA-PCT(WS-RAX)       TO WS-E-RATE
               MOVE WS-RA-PAY-COUNT(WS-RAX) TO WS-E-COUNT
               MOVE WS-RA-GROSS(WS-RAX)     TO WS-E-GROSS
               MOVE WS-RA-TAX(WS-RAX)       TO WS-E-TAX
               MOVE SPACES TO CERT-LINE
               STRING "TOTAL AT RATE " WS-E-RATE "%: PAYMENTS "
                   WS-E-COUNT "  GROSS " WS-E-GROSS "  TAX "
                   WS-E-TAX DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE

               ADD 1 TO WS-DETAIL-COUNT
               MOVE SPACES TO WHT-RETURN-REC
               SET WRT-DETAIL TO TRUE
               MOVE WS-TAX-YEAR             TO WRT-TAX-YEAR
               MOVE WS-PAYER-ID             TO WRT-PAYER-ID
               MOVE WS-DETAIL-COUNT         TO WRT-SEQ-NO
               MOVE WS-CUR-ACNT-BROKER      TO WRT-ACNT-BROKER
               MOVE WS-CUR-ACNT-NO          TO WRT-ACNT-NO
               MOVE WS-CUR-ID-CODE          TO WRT-ID-CODE
               MOVE WS-CUR-KEEP-ACNT        TO WRT-KEEP-ACNT
               MOVE WS-CUR-NAME             TO WRT-PAYEE-NAME
               MOVE WS-RA-PCT(WS-RAX)       TO WRT-RATE-PCT
               MOVE WS-RA-PAY-COUNT(WS-RAX) TO WRT-PAY-COUNT
               MOVE WS-RA-GROSS(WS-RAX)     TO WRT-GROSS
               MOVE WS-RA-TAX(WS-RAX)       TO WRT-TAX
               WRITE WHT-RETURN-REC
           END-PERFORM
           MOVE WS-CUR-PAY-COUNT TO WS-E-COUNT
           MOVE WS-CUR-GROSS     TO WS-E-GROSS
           MOVE WS-CUR-TAX       TO WS-E-TAX
           MOVE SPACES TO CERT-LINE
           STRING "CERTIFICATE TOTAL.....: PAYMENTS " WS-E-COUNT
               "  GROSS " WS-E-GROSS "  TAX " WS-E-TAX
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE 'N' TO WS-CUR-SW.
