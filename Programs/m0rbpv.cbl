      *   2026-09-02  受影響案件加計日期維度:已於新版本生效日前
      *               檢核完成者不列入(原列示全部未結案件，誤警
      *               不受影響之券商)
      *   2026-10-04  加列申贖暫停預告:基金申贖暫停行事曆主檔
      *               (SUSCAL.DAT)中迄日未過、起日落於處理日起若干
      *               營業日內(控制檔第9-10位，預設2)之暫停期間，
      *               列示同基金同交易種類、申請日早於暫停起日之
      *               在途案件(狀態非已交割/已結案)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0RBPV.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY.
           SELECT OPTIONAL SUSCAL-FILE ASSIGN TO "SUSCAL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RBPV-RPT-FILE ASSIGN TO "M0RBPV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-LOOKAHEAD-DAYS   PIC X(02).

       FD  PCFGEN-FILE.
       COPY pcfgen.
       FD  APLSTS-FILE.
       COPY aplsts.

       FD  SUSCAL-FILE.
       COPY suscal.

       FD  RBPV-RPT-FILE.
       01  RBPV-RPT-LINE            PIC X(132).

       01  WS-AST-EOF               PIC X VALUE 'N'.
           88  AST-EOF                    VALUE 'Y'.

       01  WS-SUS-EOF               PIC X VALUE 'N'.
           88  SUS-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-LOOKAHEAD-DAYS        PIC 9(02) VALUE 2.
       01  WS-HORIZON-DATE          PIC 9(08).

      * 即將到來(迄日未過且起日不晚於預告期限)之申贖暫停期間。
       01  WS-SUS-TABLE.
           05  WS-SUS-COUNT         PIC 9(04) VALUE 0.
           05  WS-SUS-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SSX.
               10  WS-SS-ETF-ID     PIC X(06).
               10  WS-SS-TX-KIND    PIC X(01).
               10  WS-SS-FROM       PIC 9(08).
               10  WS-SS-TO         PIC 9(08).
               10  WS-SS-REASON     PIC X(20).

      * PCFGEN 全表。
       01  WS-GEN-TABLE.

       01  WS-DIFF-COUNT            PIC 9(05) VALUE 0.
       01  WS-CASE-COUNT            PIC 9(05) VALUE 0.
       01  WS-WINDOW-COUNT          PIC 9(05) VALUE 0.
       01  WS-CLASH-COUNT           PIC 9(05) VALUE 0.

       COPY m0dtsvc.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-LOOKAHEAD-DAYS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-LOOKAHEAD-DAYS IS NUMERIC
               MOVE CTL-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
           END-IF
           IF WS-LOOKAHEAD-DAYS = 0
               MOVE 2 TO WS-LOOKAHEAD-DAYS
           END-IF
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-PCFGEN
               END-IF
           END-PERFORM

           PERFORM 3000-LOAD-SUSPENSIONS
           PERFORM 3500-LIST-SUSPENSION-CLASHES

           MOVE SPACES TO RBPV-RPT-LINE
           WRITE RBPV-RPT-LINE
           STRING "CONSTITUENT CHANGES....: " WS-DIFF-COUNT
           STRING "OPEN CASES AFFECTED....: " WS-CASE-COUNT
               DELIMITED BY SIZE INTO RBPV-RPT-LINE
           WRITE RBPV-RPT-LINE
           MOVE SPACES TO RBPV-RPT-LINE
           STRING "UPCOMING SUSPENSIONS...: " WS-WINDOW-COUNT
               DELIMITED BY SIZE INTO RBPV-RPT-LINE
           WRITE RBPV-RPT-LINE
           MOVE SPACES TO RBPV-RPT-LINE
           STRING "CASES INTO SUSPENSION..: " WS-CLASH-COUNT
               DELIMITED BY SIZE INTO RBPV-RPT-LINE
           WRITE RBPV-RPT-LINE
           CLOSE RBPV-RPT-FILE
           STOP RUN.

               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE.

      * 預告期限=處理日加預告營業日數；取迄日未過且起日不晚於
      * 預告期限之暫停期間。
       3000-LOAD-SUSPENSIONS.
           MOVE 'A'               TO DTS-FUNC
           MOVE WS-PROC-DATE      TO DTS-DATE-1
           MOVE WS-LOOKAHEAD-DAYS TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2        TO WS-HORIZON-DATE

           MOVE SPACES TO RBPV-RPT-LINE
           WRITE RBPV-RPT-LINE
           MOVE SPACES TO RBPV-RPT-LINE
           STRING "DEALING SUSPENSIONS STARTING ON OR BEFORE "
               WS-HORIZON-DATE
               DELIMITED BY SIZE INTO RBPV-RPT-LINE
           WRITE RBPV-RPT-LINE

           OPEN INPUT SUSCAL-FILE
           PERFORM UNTIL SUS-EOF
               READ SUSCAL-FILE
                   AT END SET SUS-EOF TO TRUE
                   NOT AT END
                       IF SCL-TO-DATE >= WS-PROC-DATE
                               AND SCL-FROM-DATE <= WS-HORIZON-DATE
                               AND WS-SUS-COUNT < 500
                           ADD 1 TO WS-SUS-COUNT
                           SET WS-SSX TO WS-SUS-COUNT
                           MOVE SCL-ETF-ID  TO WS-SS-ETF-ID(WS-SSX)
                           MOVE SCL-TX-KIND TO WS-SS-TX-KIND(WS-SSX)
                           MOVE SCL-FROM-DATE
                               TO WS-SS-FROM(WS-SSX)
                           MOVE SCL-TO-DATE TO WS-SS-TO(WS-SSX)
                           MOVE SCL-REASON  TO WS-SS-REASON(WS-SSX)
                           ADD 1 TO WS-WINDOW-COUNT
                           MOVE SPACES TO RBPV-RPT-LINE
                           STRING "  ETF " SCL-ETF-ID
                               " TX-KIND " SCL-TX-KIND
                               " SUSPENDED " SCL-FROM-DATE
                               " - " SCL-TO-DATE " " SCL-REASON
                               DELIMITED BY SIZE INTO RBPV-RPT-LINE
                           WRITE RBPV-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSCAL-FILE.

      * 同基金同交易種類、申請日早於暫停起日而尚未交割/結案之
      * 在途案件，後續處理將遇暫停期間。
       3500-LIST-SUSPENSION-CLASHES.
           IF WS-SUS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AST-EOF
           OPEN INPUT APLSTS-FILE
           PERFORM UNTIL AST-EOF
               READ APLSTS-FILE NEXT RECORD
                   AT END SET AST-EOF TO TRUE
                   NOT AT END
                       IF NOT AST-SETTLED AND NOT AST-CLOSED
                           PERFORM 3600-MATCH-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE.

       3600-MATCH-ONE-CASE.
           PERFORM VARYING WS-SSX FROM 1 BY 1
                   UNTIL WS-SSX > WS-SUS-COUNT
               IF WS-SS-ETF-ID(WS-SSX) = AST-ETF-ID
                       AND WS-SS-TX-KIND(WS-SSX) = AST-TX-KIND
                       AND AST-TX-DATE < WS-SS-FROM(WS-SSX)
                   ADD 1 TO WS-CLASH-COUNT
                   MOVE SPACES TO RBPV-RPT-LINE
                   STRING "  IN-FLIGHT CASE "
                       AST-ETF-ID " " AST-TX-DATE
                       " " AST-SEQNO
                       " BROKER " AST-BROKER-ID
                       " STATUS " AST-STATUS
                       " RUNS INTO SUSPENSION FROM "
                       WS-SS-FROM(WS-SSX)
                       DELIMITED BY SIZE INTO RBPV-RPT-LINE
                   WRITE RBPV-RPT-LINE
               END-IF
           END-PERFORM.
