      * M0SANS - 制裁名單篩檢作業
      * 受限制帳戶檢核(M01RSTC)僅依開戶券商+帳號攔阻，制裁對象以
      * 匯款受款人名義(RM-ACNT-NAME/RM-ACNT-ID)或新開帳號出現時
      * 無從攔截。本程式於買回匯款指示產生作業(M04REMT)之前執行，
      * 以制裁名單主檔 SANLIST.DAT(M0SANLD 自官方名單載入)篩檢
      * 排序萃取檔 M01SRT.DAT 中正常之原始申報:
      *   1. 匯款帳戶名(RM-ACNT-NAME)經 M0SNORM 正規化後，與名單
      *      正規化名稱模糊比對，相似度達門檻者為疑似命中('N')。
      *   2. 匯款帳戶ID(RM-ACNT-ID)與名單身分證/登記號碼相同者為
      *      疑似命中('I'，相似度100)。
      *   3. 各申請人(經 APLLOOK 含 M01APPL 溢位申請人)之保管帳號
      *      於 CUSTMST.DAT 之帳戶名稱，同1模糊比對('C')。
      * 疑似命中以案件鍵值+名單條目+比對欄位為鍵，未曾列入者以
      * 待審閱('P')加入審閱佇列，已列入者(含已審結)不重複列入；
      * 佇列全檔寫出 SANREVQ.NEW(版面見 sanrevq 抄寫簿，由排程
      * 取代 SANREVQ.DAT)。M04REMT 對佇列中尚有未排除項目之案件
      * 暫停匯款；排除須經 M0SANCL 由具放行角色之操作員審結。
      * 新增之疑似命中列示於 M0SANS.RPT，並寫入告警中心
      * (ALHINTK.DAT，嚴重度 H)通知維運與郵件。
      * 控制檔 M0SANS.CTL:處理日(8)+相似度門檻(3，非數值或為0者
      * 取 85)。
      *
      * 修改紀錄:
      *   2026-10-06  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0SANS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAN-FILE ASSIGN TO "SANLIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUST-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M01-SORTED ASSIGN TO "M01SRT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SRQ-IN-FILE ASSIGN TO "SANREVQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SRQ-NEW-FILE ASSIGN TO "SANREVQ.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANS-RPT-FILE ASSIGN TO "M0SANS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-MATCH-SCORE      PIC X(03).

       FD  SAN-FILE.
       COPY sanlist.

       FD  CUST-FILE.
       COPY custmst.

       FD  M01-SORTED.
       COPY m01.

       FD  SRQ-IN-FILE.
       01  SRQ-IN-REC               PIC X(130).

       FD  SRQ-NEW-FILE.
       01  SRQ-NEW-REC              PIC X(130).

       FD  INTK-FILE.
       COPY alerthub.

       FD  SANS-RPT-FILE.
       01  SANS-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SAN-EOF               PIC X VALUE 'N'.
           88  SAN-EOF                    VALUE 'Y'.
       01  WS-CUST-EOF              PIC X VALUE 'N'.
           88  CUST-EOF                   VALUE 'Y'.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-SRQ-EOF               PIC X VALUE 'N'.
           88  SRQ-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-MATCH-SCORE           PIC 9(03) VALUE 85.

      * 制裁名單(比對用欄位)。
       01  WS-SAN-TABLE.
           05  WS-SAN-COUNT         PIC 9(05) VALUE 0.
           05  WS-SAN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SNX.
               10  WS-SN-LIST-CODE  PIC X(04).
               10  WS-SN-ENTRY-ID   PIC X(12).
               10  WS-SN-NAME       PIC X(40).
               10  WS-SN-NORM-NAME  PIC X(60).
               10  WS-SN-NORM-LEN   PIC 9(02).
               10  WS-SN-ID-NO      PIC X(10).

       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(05) VALUE 0.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-CU-ACNT-NO
                   INDEXED BY WS-CUX.
               10  WS-CU-ACNT-NO    PIC X(11).
               10  WS-CU-NAME       PIC X(30).

      * 審閱佇列(既有項目+本次新增)。
       01  WS-SRQ-TABLE.
           05  WS-SRQ-COUNT         PIC 9(05) VALUE 0.
           05  WS-SRQ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RQX.
               10  WS-RQ-KEY        PIC X(34).
               10  WS-RQ-REST       PIC X(96).

       COPY sanrevq.

       01  WS-SCREEN-NAME           PIC X(60).
       01  WS-SCREEN-NORM           PIC X(60).
       01  WS-SCREEN-LEN            PIC 9(02).
       01  WS-SCREEN-FIELD          PIC X(01).
       01  WS-HIT-SCORE             PIC 9(03).
       01  WS-PAIRS-1               PIC 9(02).
       01  WS-PAIRS-2               PIC 9(02).
       01  WS-BOUND                 PIC 9(03).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-CASE-COUNT            PIC 9(07) VALUE 0.
       01  WS-NAMES-SCREENED        PIC 9(07) VALUE 0.
       01  WS-HIT-COUNT             PIC 9(07) VALUE 0.
       01  WS-NEW-HIT-COUNT         PIC 9(07) VALUE 0.
       01  WS-CARRIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "SANCTIONS NAME SCREENING - NEW POTENTIAL MATCHES QUEUED".
       01  WS-HDR-2.
           05  FILLER               PIC X(51) VALUE
               "ETF-ID BROKER TX-DATE  SEQ F LIST ENTRY-ID     SCR ".
           05  FILLER               PIC X(52) VALUE
               "SCREENED VALUE                           LISTED NAME".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FIELD           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LIST-CODE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ENTRY-ID        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SCORE           PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-VALUE           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LISTED-NAME     PIC X(40).

       COPY apllook.
       COPY aplgrp.
       COPY m0snorm.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-MATCH-SCORE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-MATCH-SCORE IS NUMERIC
               MOVE CTL-MATCH-SCORE TO WS-MATCH-SCORE
           END-IF
           IF WS-MATCH-SCORE = 0 OR WS-MATCH-SCORE > 100
               MOVE 85 TO WS-MATCH-SCORE
           END-IF
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-SANCTIONS
           PERFORM 1100-LOAD-CUST-TABLE
           PERFORM 1200-LOAD-REVIEW-QUEUE

           OPEN OUTPUT SANS-RPT-FILE
           MOVE WS-HDR-1 TO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE WS-HDR-2 TO SANS-RPT-LINE
           WRITE SANS-RPT-LINE

           OPEN EXTEND INTK-FILE
           OPEN INPUT M01-SORTED
           PERFORM UNTIL M01-EOF
               READ M01-SORTED
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CODE = SPACE AND STATE-NORMAL
                           ADD 1 TO WS-CASE-COUNT
                           PERFORM 2000-SCREEN-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-SORTED INTK-FILE

           OPEN OUTPUT SRQ-NEW-FILE
           PERFORM VARYING WS-RQX FROM 1 BY 1
                   UNTIL WS-RQX > WS-SRQ-COUNT
               WRITE SRQ-NEW-REC FROM WS-SRQ-ENTRY(WS-RQX)
           END-PERFORM
           CLOSE SRQ-NEW-FILE

           MOVE SPACES TO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           STRING "CASES SCREENED............: " WS-CASE-COUNT
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE SPACES TO SANS-RPT-LINE
           STRING "NAMES/IDS SCREENED........: " WS-NAMES-SCREENED
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE SPACES TO SANS-RPT-LINE
           STRING "SANCTIONS ENTRIES.........: " WS-SAN-COUNT
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE SPACES TO SANS-RPT-LINE
           STRING "POTENTIAL MATCHES.........: " WS-HIT-COUNT
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE SPACES TO SANS-RPT-LINE
           STRING "NEWLY QUEUED FOR REVIEW...: " WS-NEW-HIT-COUNT
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE SPACES TO SANS-RPT-LINE
           STRING "QUEUE ITEMS CARRIED.......: " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE
           MOVE SPACES TO SANS-RPT-LINE
           STRING "TABLE OVERFLOWS (SKIPPED).: " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO SANS-RPT-LINE
           WRITE SANS-RPT-LINE

           CLOSE SANS-RPT-FILE
           STOP RUN.

       1000-LOAD-SANCTIONS.
           OPEN INPUT SAN-FILE
           PERFORM UNTIL SAN-EOF
               READ SAN-FILE
                   AT END SET SAN-EOF TO TRUE
                   NOT AT END
                       IF WS-SAN-COUNT < 5000
                           ADD 1 TO WS-SAN-COUNT
                           SET WS-SNX TO WS-SAN-COUNT
                           MOVE SAN-LIST-CODE
                               TO WS-SN-LIST-CODE(WS-SNX)
                           MOVE SAN-ENTRY-ID
                               TO WS-SN-ENTRY-ID(WS-SNX)
                           MOVE SAN-NAME TO WS-SN-NAME(WS-SNX)
                           MOVE SAN-NORM-NAME
                               TO WS-SN-NORM-NAME(WS-SNX)
                           MOVE SAN-NORM-LEN
                               TO WS-SN-NORM-LEN(WS-SNX)
                           MOVE SAN-ID-NO TO WS-SN-ID-NO(WS-SNX)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAN-FILE.

      * 讀入保管銀行帳號主檔，假設已依帳號遞增排序，供 SEARCH ALL
      * 使用；未使用之表格項目先填HIGH-VALUES。
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-FILE.

       1200-LOAD-REVIEW-QUEUE.
           OPEN INPUT SRQ-IN-FILE
           PERFORM UNTIL SRQ-EOF
               READ SRQ-IN-FILE
                   AT END SET SRQ-EOF TO TRUE
                   NOT AT END
                       IF WS-SRQ-COUNT < 5000
                           ADD 1 TO WS-SRQ-COUNT
                           ADD 1 TO WS-CARRIED-COUNT
                           MOVE SRQ-IN-REC
                               TO WS-SRQ-ENTRY(WS-SRQ-COUNT)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRQ-IN-FILE.

      * 一案件:匯款帳戶名、匯款帳戶ID、各申請人保管帳戶名稱。
       2000-SCREEN-ONE-CASE.
           IF RM-ACNT-NAME NOT = SPACES
               MOVE RM-ACNT-NAME TO WS-SCREEN-NAME
               MOVE 'N' TO WS-SCREEN-FIELD
               PERFORM 3000-SCREEN-NAME
           END-IF
           IF RM-ACNT-ID NOT = SPACES
               ADD 1 TO WS-NAMES-SCREENED
               PERFORM 3500-SCREEN-ID
           END-IF
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-KEEP-ACNT(APG-X) NOT = SPACES
                   PERFORM 2100-SCREEN-CUST-NAME
               END-IF
           END-PERFORM.

       2100-SCREEN-CUST-NAME.
           SET WS-CUX TO 1
           SEARCH ALL WS-CUST-ENTRY
               WHEN WS-CU-ACNT-NO(WS-CUX) = APG-KEEP-ACNT(APG-X)
                   IF WS-CU-NAME(WS-CUX) NOT = SPACES
                       MOVE WS-CU-NAME(WS-CUX) TO WS-SCREEN-NAME
                       MOVE 'C' TO WS-SCREEN-FIELD
                       PERFORM 3000-SCREEN-NAME
                   END-IF
           END-SEARCH.

      * 名稱正規化後逐條目比對；二字元組數相差過大(相似度上限
      * 未達門檻)之條目不需計算。
       3000-SCREEN-NAME.
           ADD 1 TO WS-NAMES-SCREENED
           MOVE 'N'            TO SNM-FUNC
           MOVE WS-SCREEN-NAME TO SNM-NAME-1
           CALL "M0SNORM" USING SNM-PARM
           MOVE SNM-NORM-NAME  TO WS-SCREEN-NORM
           MOVE SNM-NORM-LEN   TO WS-SCREEN-LEN
           IF WS-SCREEN-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SNX FROM 1 BY 1
                   UNTIL WS-SNX > WS-SAN-COUNT
               IF WS-SN-NORM-LEN(WS-SNX) > 0
                   PERFORM 3100-COMPARE-ENTRY
               END-IF
           END-PERFORM.

       3100-COMPARE-ENTRY.
           IF WS-SCREEN-LEN > 1 AND WS-SN-NORM-LEN(WS-SNX) > 1
               COMPUTE WS-PAIRS-1 = WS-SCREEN-LEN - 1
               COMPUTE WS-PAIRS-2 = WS-SN-NORM-LEN(WS-SNX) - 1
               IF WS-PAIRS-1 < WS-PAIRS-2
                   COMPUTE WS-BOUND =
                       (200 * WS-PAIRS-1) / (WS-PAIRS-1 + WS-PAIRS-2)
               ELSE
                   COMPUTE WS-BOUND =
                       (200 * WS-PAIRS-2) / (WS-PAIRS-1 + WS-PAIRS-2)
               END-IF
               IF WS-BOUND < WS-MATCH-SCORE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S'                      TO SNM-FUNC
           MOVE WS-SCREEN-NORM           TO SNM-NAME-1
           MOVE WS-SN-NORM-NAME(WS-SNX)  TO SNM-NAME-2
           CALL "M0SNORM" USING SNM-PARM
           IF SNM-SCORE >= WS-MATCH-SCORE
               MOVE SNM-SCORE TO WS-HIT-SCORE
               PERFORM 4000-RECORD-HIT
           END-IF.

       3500-SCREEN-ID.
           PERFORM VARYING WS-SNX FROM 1 BY 1
                   UNTIL WS-SNX > WS-SAN-COUNT
               IF WS-SN-ID-NO(WS-SNX) NOT = SPACES
                       AND WS-SN-ID-NO(WS-SNX) = RM-ACNT-ID
                   MOVE RM-ACNT-ID TO WS-SCREEN-NAME
                   MOVE 'I' TO WS-SCREEN-FIELD
                   MOVE 100 TO WS-HIT-SCORE
                   PERFORM 4000-RECORD-HIT
               END-IF
           END-PERFORM.

      * 疑似命中:佇列已有同鍵值者不重複列入；新者以待審閱加入
      * 佇列，列示並寫入告警中心。
       4000-RECORD-HIT.
           ADD 1 TO WS-HIT-COUNT
           MOVE SPACES TO SAN-REVIEW-REC
           MOVE ETF-ID                  TO SRQ-ETF-ID
           MOVE BROKER-ID               TO SRQ-BROKER-ID
           MOVE TX-DATE                 TO SRQ-TX-DATE
           MOVE SEQNO                   TO SRQ-SEQNO
           MOVE WS-SN-ENTRY-ID(WS-SNX)  TO SRQ-ENTRY-ID
           MOVE WS-SCREEN-FIELD         TO SRQ-FIELD
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RQX FROM 1 BY 1
                   UNTIL WS-RQX > WS-SRQ-COUNT
               IF WS-RQ-KEY(WS-RQX) = SRQ-KEY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SRQ-COUNT >= 5000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE TX-KIND                 TO SRQ-TX-KIND
           MOVE WS-SN-LIST-CODE(WS-SNX) TO SRQ-LIST-CODE
           MOVE WS-HIT-SCORE            TO SRQ-SCORE
           MOVE WS-SCREEN-NAME          TO SRQ-SCREENED-VALUE
           SET SRQ-PENDING TO TRUE
           MOVE WS-PROC-DATE            TO SRQ-QUEUED-DATE
           MOVE SPACES                  TO SRQ-REVIEW-OPER
           MOVE 0                       TO SRQ-REVIEW-DATE
           ADD 1 TO WS-SRQ-COUNT
           MOVE SAN-REVIEW-REC TO WS-SRQ-ENTRY(WS-SRQ-COUNT)
           ADD 1 TO WS-NEW-HIT-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ETF-ID                  TO WS-D-ETF-ID
           MOVE BROKER-ID               TO WS-D-BROKER-ID
           MOVE TX-DATE                 TO WS-D-TX-DATE
           MOVE SEQNO                   TO WS-D-SEQNO
           MOVE WS-SCREEN-FIELD         TO WS-D-FIELD
           MOVE WS-SN-LIST-CODE(WS-SNX) TO WS-D-LIST-CODE
           MOVE WS-SN-ENTRY-ID(WS-SNX)  TO WS-D-ENTRY-ID
           MOVE WS-HIT-SCORE            TO WS-D-SCORE
           MOVE WS-SCREEN-NAME          TO WS-D-VALUE
           MOVE WS-SN-NAME(WS-SNX)      TO WS-D-LISTED-NAME
           MOVE WS-DETAIL-LINE TO SANS-RPT-LINE
           WRITE SANS-RPT-LINE

           MOVE SPACES TO ALERT-HUB-REC
           MOVE "M0SANS"   TO ALH-SOURCE
           MOVE 'H'        TO ALH-SEVERITY
           MOVE 'Y'        TO ALH-ROUTE-OPS
           MOVE 'N'        TO ALH-ROUTE-BROKER
           MOVE 'Y'        TO ALH-ROUTE-EMAIL
           STRING ETF-ID BROKER-ID TX-DATE SEQNO
               DELIMITED BY SIZE INTO ALH-KEY
           IF TX-KIND = '2'
               STRING "SANCTIONS POTENTIAL MATCH "
                   WS-SN-LIST-CODE(WS-SNX) " "
                   WS-SN-ENTRY-ID(WS-SNX) " - PAYOUT HELD"
                   DELIMITED BY SIZE INTO ALH-MESSAGE
           ELSE
               STRING "SANCTIONS POTENTIAL MATCH "
                   WS-SN-LIST-CODE(WS-SNX) " "
                   WS-SN-ENTRY-ID(WS-SNX) " - FOR REVIEW"
                   DELIMITED BY SIZE INTO ALH-MESSAGE
           END-IF
           WRITE ALERT-HUB-REC.
