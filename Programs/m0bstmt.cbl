      *       表尾含件數與金額控制合計，nnnn=券商代表號)
      *   M0BSTMT.RPT - 全部券商之列印檔
      * M01、M04 先各依 券商+ETF+申請日+流水號 排序後合併比對。
      * M04 部分受理(RESULT='2')案件列示受理基數，並依 M0DEPXF
      * 產出之籃子釋回明細檔(BSKREL.DAT，可無)逐筆列示未受理部分
      * 釋回之籃子股數(傳送檔記錄類別'R')；表尾加列釋回基數合計。
      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-08-22  修正排序後M04檔記錄長度(210→200)
      *   2026-08-22  修正對帳單明細版面長度(129→120)，與傳送檔
      *               記錄等長
      *   2026-10-15  部分受理案件列示受理基數及籃子釋回明細
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0BSTMT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MARGIN-FILE ASSIGN TO "MARGIN.FD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BSKREL-FILE ASSIGN TO "BSKREL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-01 ASSIGN TO "M0BSTMT.S01".
           SELECT SORT-WORK-04 ASSIGN TO "M0BSTMT.S04".
           SELECT M01-SORTED ASSIGN TO "M0BSTMT.D01"
       FD  MARGIN-FILE.
       COPY marginfd.

       FD  BSKREL-FILE.
       COPY bskrel.

       SD  SORT-WORK-01.
       01  S01-REC.
           05  S01-TRAN-CODE        PIC X(01).
           05  M4S-MARGIN           PIC 9(09).
           05  M4S-LIEU-S           PIC X(01).
           05  M4S-LIEU-9           PIC 9(09).
           05  FILLER               PIC X(105).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  BST-FILE.
       01  BST-REC                  PIC X(120).
           88  S04-EOF                    VALUE 'Y'.
       01  WS-MGN-EOF               PIC X VALUE 'N'.
           88  MGN-EOF                    VALUE 'Y'.
       01  WS-BSR-EOF               PIC X VALUE 'N'.
           88  BSR-EOF                    VALUE 'Y'.

       01  WS-M01-KEY.
           05  WS-K1-BROKER-ID      PIC X(04).
               10  WS-MG-BROKER-ID  PIC X(04).
               10  WS-MG-AMOUNT     PIC 9(11).

      * 籃子釋回明細表(部分受理案件)。
       01  WS-REL-TABLE.
           05  WS-REL-COUNT         PIC 9(05) VALUE 0.
           05  WS-REL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RLX.
               10  WS-RL-BROKER-ID  PIC X(04).
               10  WS-RL-ETF-ID     PIC X(06).
               10  WS-RL-TX-DATE    PIC 9(08).
               10  WS-RL-SEQNO      PIC X(03).
               10  WS-RL-ACNT-BROKER PIC X(04).
               10  WS-RL-ACNT-NO    PIC 9(07).
               10  WS-RL-STKNO      PIC X(06).
               10  WS-RL-BASKET     PIC 9(11).
               10  WS-RL-RELEASED   PIC 9(11).
       01  WS-REL-SKIPPED           PIC 9(07) VALUE 0.

       01  WS-CUR-BROKER            PIC X(04) VALUE SPACES.
       01  WS-STMT-OPEN-SW          PIC X VALUE 'N'.
           88  STMT-OPEN                  VALUE 'Y'.
       01  WS-B-FEES                PIC 9(10).
       01  WS-B-SUCCESS             PIC 9(05).
       01  WS-B-FAILED              PIC 9(05).
       01  WS-B-PARTIAL             PIC 9(05).
       01  WS-B-RELEASED            PIC 9(07).
       01  WS-B-DIF-NET             PIC S9(12).
       01  WS-B-LIEU                PIC 9(12).
       01  WS-B-MARGIN              PIC 9(11).

       01  WS-RESULT-DSP            PIC X(07).
       01  WS-FAIL-DSP              PIC X(02).
       01  WS-ACPT-DSP              PIC X(13).

       01  WS-BST-HEADER.
           05  WS-BH-TYPE           PIC X(01) VALUE 'H'.
           05  WS-BD-DIF-9          PIC 9(09).
           05  WS-BD-LIEU-S         PIC X(01).
           05  WS-BD-LIEU-9         PIC 9(09).
           05  WS-BD-ACCEPTED       PIC 9(03).
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-BST-RELEASE.
           05  WS-BR-TYPE           PIC X(01) VALUE 'R'.
           05  WS-BR-ETF-ID         PIC X(06).
           05  WS-BR-TX-DATE        PIC 9(08).
           05  WS-BR-SEQNO          PIC X(03).
           05  WS-BR-ACNT-BROKER    PIC X(04).
           05  WS-BR-ACNT-NO        PIC 9(07).
           05  WS-BR-STKNO          PIC X(06).
           05  WS-BR-BASKET         PIC 9(11).
           05  WS-BR-RELEASED       PIC 9(11).
           05  FILLER               PIC X(63) VALUE SPACES.

       01  WS-BST-TRAILER.
           05  WS-BT-TYPE           PIC X(01) VALUE 'T'.
           05  WS-BT-FEES           PIC 9(10).
           05  WS-BT-LIEU           PIC 9(12).
           05  WS-BT-MARGIN         PIC 9(11).
           05  WS-BT-RELEASED       PIC 9(07).
           05  FILLER               PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-MARGIN-TABLE
           PERFORM 1100-LOAD-RELEASE-TABLE

           SORT SORT-WORK-01 ON ASCENDING KEY
                   S01-BROKER-ID S01-ETF-ID S01-TX-DATE S01-SEQNO
           STRING "STATEMENTS PRODUCED....: " WS-STMT-COUNT
               DELIMITED BY SIZE INTO BST-RPT-LINE
           WRITE BST-RPT-LINE
           IF WS-REL-SKIPPED > 0
               MOVE SPACES TO BST-RPT-LINE
               STRING "RELEASE LINES NOT SHOWN: " WS-REL-SKIPPED
                   DELIMITED BY SIZE INTO BST-RPT-LINE
               WRITE BST-RPT-LINE
           END-IF

           CLOSE BST-RPT-FILE
           STOP RUN.
           END-PERFORM
           CLOSE MARGIN-FILE.

      * 讀入籃子釋回明細(可無)。
       1100-LOAD-RELEASE-TABLE.
           OPEN INPUT BSKREL-FILE
           PERFORM UNTIL BSR-EOF
               READ BSKREL-FILE
                   AT END SET BSR-EOF TO TRUE
                   NOT AT END
                       IF WS-REL-COUNT < 5000
                           ADD 1 TO WS-REL-COUNT
                           SET WS-RLX TO WS-REL-COUNT
                           MOVE BSR-BROKER-ID
                               TO WS-RL-BROKER-ID(WS-RLX)
                           MOVE BSR-ETF-ID   TO WS-RL-ETF-ID(WS-RLX)
                           MOVE BSR-TX-DATE  TO WS-RL-TX-DATE(WS-RLX)
                           MOVE BSR-SEQNO    TO WS-RL-SEQNO(WS-RLX)
                           MOVE BSR-ACNT-BROKER
                               TO WS-RL-ACNT-BROKER(WS-RLX)
                           MOVE BSR-ACNT-NO  TO WS-RL-ACNT-NO(WS-RLX)
                           MOVE BSR-STKNO    TO WS-RL-STKNO(WS-RLX)
                           MOVE BSR-BASKET-SHARES
                               TO WS-RL-BASKET(WS-RLX)
                           MOVE BSR-RELEASED-SHARES
                               TO WS-RL-RELEASED(WS-RLX)
                       ELSE
                           ADD 1 TO WS-REL-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BSKREL-FILE.

      * 依券商別走訪 M01，逐筆配對 M04 結果；券商變動時結束前一
      * 份對帳單(表尾+控制合計)並開啟新檔。
       2000-BUILD-STATEMENTS.
           ADD 1 TO WS-STMT-COUNT
           MOVE 0 TO WS-B-APP-COUNT WS-B-UNITS WS-B-FEES
                     WS-B-SUCCESS WS-B-FAILED WS-B-DIF-NET
                     WS-B-LIEU WS-B-MARGIN WS-B-PARTIAL
                     WS-B-RELEASED

           MOVE SPACES TO BST-RPT-LINE
           WRITE BST-RPT-LINE
           MOVE M1S-UNITS    TO WS-BD-UNITS
           MOVE M1S-APPLY-FEE TO WS-BD-FEE
           MOVE M1S-MGMT-CHG TO WS-BD-MGMT
           MOVE 0 TO WS-BD-ACCEPTED
           MOVE SPACES TO WS-ACPT-DSP

           IF WS-M04-KEY = WS-M01-KEY
               MOVE M4S-RESULT      TO WS-BD-RESULT
               MOVE M4S-DIF-9       TO WS-BD-DIF-9
               MOVE M4S-LIEU-S      TO WS-BD-LIEU-S
               MOVE M4S-LIEU-9      TO WS-BD-LIEU-9
               EVALUATE M4S-RESULT
                   WHEN '1'
                       ADD 1 TO WS-B-SUCCESS
                   WHEN '2'
                       ADD 1 TO WS-B-PARTIAL
                       MOVE M4S-ACCEPTED-UNITS TO WS-BD-ACCEPTED
                       IF M4S-ACCEPTED-UNITS < M1S-UNITS
                           COMPUTE WS-B-RELEASED = WS-B-RELEASED
                               + M1S-UNITS - M4S-ACCEPTED-UNITS
                       END-IF
                       STRING "ACCEPTED " M4S-ACCEPTED-UNITS
                           DELIMITED BY SIZE INTO WS-ACPT-DSP
                   WHEN OTHER
                       ADD 1 TO WS-B-FAILED
               END-EVALUATE
               IF M4S-DIF-S = '-'
                   SUBTRACT M4S-DIF-9 FROM WS-B-DIF-NET
               ELSE
               "  " WS-BD-FEE "/" WS-BD-MGMT
               " " WS-BD-DIF-S WS-BD-DIF-9
               " " WS-BD-LIEU-S WS-BD-LIEU-9
               " " WS-ACPT-DSP
               DELIMITED BY SIZE INTO BST-RPT-LINE
           WRITE BST-RPT-LINE
           IF WS-BD-RESULT = '2' AND WS-REL-COUNT > 0
               PERFORM 3200-RELEASE-DETAIL
           END-IF.

      * 部分受理案件:列示未受理部分釋回之籃子股數。
       3200-RELEASE-DETAIL.
           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REL-COUNT
               IF WS-RL-BROKER-ID(WS-RLX) = M1S-BROKER-ID
                       AND WS-RL-ETF-ID(WS-RLX) = M1S-ETF-ID
                       AND WS-RL-TX-DATE(WS-RLX) = M1S-TX-DATE
                       AND WS-RL-SEQNO(WS-RLX) = M1S-SEQNO
                   MOVE SPACES TO WS-BST-RELEASE
                   MOVE 'R'        TO WS-BR-TYPE
                   MOVE M1S-ETF-ID  TO WS-BR-ETF-ID
                   MOVE M1S-TX-DATE TO WS-BR-TX-DATE
                   MOVE M1S-SEQNO   TO WS-BR-SEQNO
                   MOVE WS-RL-ACNT-BROKER(WS-RLX)
                       TO WS-BR-ACNT-BROKER
                   MOVE WS-RL-ACNT-NO(WS-RLX)  TO WS-BR-ACNT-NO
                   MOVE WS-RL-STKNO(WS-RLX)    TO WS-BR-STKNO
                   MOVE WS-RL-BASKET(WS-RLX)   TO WS-BR-BASKET
                   MOVE WS-RL-RELEASED(WS-RLX) TO WS-BR-RELEASED
                   WRITE BST-REC FROM WS-BST-RELEASE
                   MOVE SPACES TO BST-RPT-LINE
                   STRING "    BASKET RELEASED " WS-BR-ACNT-BROKER
                       "-" WS-BR-ACNT-NO " " WS-BR-STKNO
                       " BASKET " WS-BR-BASKET
                       " RELEASED " WS-BR-RELEASED
                       DELIMITED BY SIZE INTO BST-RPT-LINE
                   WRITE BST-RPT-LINE
               END-IF
           END-PERFORM.

       4000-CLOSE-STATEMENT.
           PERFORM 4100-FIND-MARGIN
           MOVE WS-B-FEES      TO WS-BT-FEES
           MOVE WS-B-LIEU      TO WS-BT-LIEU
           MOVE WS-B-MARGIN    TO WS-BT-MARGIN
           MOVE WS-B-RELEASED  TO WS-BT-RELEASED
           WRITE BST-REC FROM WS-BST-TRAILER
           CLOSE BST-FILE
           MOVE 'N' TO WS-STMT-OPEN-SW
               " LIEU " WS-B-LIEU
               " MARGIN " WS-B-MARGIN
               DELIMITED BY SIZE INTO BST-RPT-LINE
           WRITE BST-RPT-LINE
           IF WS-B-PARTIAL > 0
               MOVE SPACES TO BST-RPT-LINE
               STRING "        PARTIAL " WS-B-PARTIAL
                   " UNITS RELEASED " WS-B-RELEASED
                   DELIMITED BY SIZE INTO BST-RPT-LINE
               WRITE BST-RPT-LINE
           END-IF.

       4100-FIND-MARGIN.
           MOVE 0 TO WS-B-MARGIN
