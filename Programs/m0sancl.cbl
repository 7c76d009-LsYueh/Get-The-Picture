      * M0SANCL - 制裁名單疑似命中審結作業
      * 制裁名單篩檢作業(M0SANS)列入審閱佇列之疑似命中，案件於
      * 審結前由 M04REMT 暫停匯款。本程式依審結交易檔 SANCLR.TXN
      * 逐筆審結佇列項目:
      *   每筆: 案件鍵值(ETF-ID(6)+券商代表號(4)+申請日(8)+流水號
      *   (3))+名單條目編號(12)+比對欄位(1)+審結別(1，C=排除非
      *   本人、F=確認命中)+操作員代號(8)。
      * 審結操作員須經 M0AUTHC 檢核具放行/覆核角色('O')；僅待
      * 審閱('P')之項目可審結，查無項目、已審結或未授權者拒絕並
      * 列示。審結後之佇列全檔寫出 SANREVQ.NEW(由排程取代
      * SANREVQ.DAT)，並產出 M0SANCL.RPT。
      * 控制檔 M0SANCL.CTL:處理日(8)。
      *
      * 修改紀錄:
      *   2026-10-06  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SANCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0SANCL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SRQ-IN-FILE ASSIGN TO "SANREVQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TXN-FILE ASSIGN TO "SANCLR.TXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRQ-NEW-FILE ASSIGN TO "SANREVQ.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANCL-RPT-FILE ASSIGN TO "M0SANCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).

       FD  SRQ-IN-FILE.
       01  SRQ-IN-REC               PIC X(130).

       FD  TXN-FILE.
       01  TXN-LINE.
           05  TXN-KEY              PIC X(34).
           05  TXN-ACTION           PIC X(01).
               88  TXN-CLEAR              VALUE 'C'.
               88  TXN-CONFIRM            VALUE 'F'.
           05  TXN-OPER-ID          PIC X(08).

       FD  SRQ-NEW-FILE.
       01  SRQ-NEW-REC              PIC X(130).

       FD  SANCL-RPT-FILE.
       01  SANCL-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SRQ-EOF               PIC X VALUE 'N'.
           88  SRQ-EOF                    VALUE 'Y'.
       01  WS-TXN-EOF               PIC X VALUE 'N'.
           88  TXN-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

       01  WS-SRQ-TABLE.
           05  WS-SRQ-COUNT         PIC 9(05) VALUE 0.
           05  WS-SRQ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RQX.
               10  WS-RQ-KEY        PIC X(34).
               10  WS-RQ-REST       PIC X(96).

       COPY sanrevq.

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-TXN-COUNT             PIC 9(07) VALUE 0.
       01  WS-CLEARED-COUNT         PIC 9(07) VALUE 0.
       01  WS-CONFIRMED-COUNT       PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(07) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "SANCTIONS POTENTIAL MATCH REVIEW DECISIONS".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "ETF-ID BROKER TX-DATE  SEQ ENTRY-ID     ".
           05  FILLER               PIC X(19) VALUE
               "F A OPERATOR RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ENTRY-ID        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FIELD           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACTION          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-OPER-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(50).

       COPY m0authc.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE

           OPEN INPUT SRQ-IN-FILE
           PERFORM UNTIL SRQ-EOF
               READ SRQ-IN-FILE
                   AT END SET SRQ-EOF TO TRUE
                   NOT AT END
                       IF WS-SRQ-COUNT < 5000
                           ADD 1 TO WS-SRQ-COUNT
                           MOVE SRQ-IN-REC
                               TO WS-SRQ-ENTRY(WS-SRQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRQ-IN-FILE

           OPEN OUTPUT SANCL-RPT-FILE
           MOVE WS-HDR-1 TO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE
           MOVE WS-HDR-2 TO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE

           OPEN INPUT TXN-FILE
           PERFORM UNTIL TXN-EOF
               READ TXN-FILE
                   AT END SET TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TXN-COUNT
                       PERFORM 2000-APPLY-DECISION
               END-READ
           END-PERFORM
           CLOSE TXN-FILE

           OPEN OUTPUT SRQ-NEW-FILE
           PERFORM VARYING WS-RQX FROM 1 BY 1
                   UNTIL WS-RQX > WS-SRQ-COUNT
               MOVE WS-SRQ-ENTRY(WS-RQX) TO SAN-REVIEW-REC
               IF SRQ-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               WRITE SRQ-NEW-REC FROM SAN-REVIEW-REC
           END-PERFORM
           CLOSE SRQ-NEW-FILE

           MOVE SPACES TO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE
           STRING "DECISIONS READ........: " WS-TXN-COUNT
               DELIMITED BY SIZE INTO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE
           MOVE SPACES TO SANCL-RPT-LINE
           STRING "CLEARED (FALSE MATCH).: " WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE
           MOVE SPACES TO SANCL-RPT-LINE
           STRING "CONFIRMED MATCH.......: " WS-CONFIRMED-COUNT
               DELIMITED BY SIZE INTO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE
           MOVE SPACES TO SANCL-RPT-LINE
           STRING "REJECTED..............: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE
           MOVE SPACES TO SANCL-RPT-LINE
           STRING "STILL PENDING REVIEW..: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE

           CLOSE SANCL-RPT-FILE
           STOP RUN.

      * 一筆審結:查佇列項目、檢核狀態與審結別、檢核操作員授權，
      * 均通過者更新狀態、審結操作員及審結日。
       2000-APPLY-DECISION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TXN-KEY(1:6)   TO WS-D-ETF-ID
           MOVE TXN-KEY(7:4)   TO WS-D-BROKER-ID
           MOVE TXN-KEY(11:8)  TO WS-D-TX-DATE
           MOVE TXN-KEY(19:3)  TO WS-D-SEQNO
           MOVE TXN-KEY(22:12) TO WS-D-ENTRY-ID
           MOVE TXN-KEY(34:1)  TO WS-D-FIELD
           MOVE TXN-ACTION     TO WS-D-ACTION
           MOVE TXN-OPER-ID    TO WS-D-OPER-ID

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RQX FROM 1 BY 1
                   UNTIL WS-RQX > WS-SRQ-COUNT
               IF WS-RQ-KEY(WS-RQX) = TXN-KEY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               MOVE "*** NOT ON REVIEW QUEUE - REJECTED ***"
                   TO WS-D-RESULT
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRQ-ENTRY(WS-RQX) TO SAN-REVIEW-REC
           IF NOT SRQ-PENDING
               MOVE "*** ALREADY DECIDED - REJECTED ***"
                   TO WS-D-RESULT
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NOT TXN-CLEAR AND NOT TXN-CONFIRM
               MOVE "*** INVALID DECISION CODE - REJECTED ***"
                   TO WS-D-RESULT
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE 'O'            TO AUT-ROLE
           MOVE TXN-OPER-ID    TO AUT-OPER-ID
           MOVE WS-PROC-DATE   TO AUT-CHECK-DATE
           MOVE "M0SANCL"      TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               STRING "*** OPERATOR NOT AUTHORIZED (" AUT-REASON
                   ") - REJECTED ***"
                   DELIMITED BY SIZE INTO WS-D-RESULT
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF

           IF TXN-CLEAR
               SET SRQ-CLEARED TO TRUE
               ADD 1 TO WS-CLEARED-COUNT
               MOVE "CLEARED - PAYOUT RELEASED" TO WS-D-RESULT
           ELSE
               SET SRQ-CONFIRMED TO TRUE
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE "CONFIRMED MATCH - PAYOUT REMAINS HELD"
                   TO WS-D-RESULT
           END-IF
           MOVE TXN-OPER-ID  TO SRQ-REVIEW-OPER
           MOVE WS-PROC-DATE TO SRQ-REVIEW-DATE
           MOVE SAN-REVIEW-REC TO WS-SRQ-ENTRY(WS-RQX)
           MOVE WS-DETAIL-LINE TO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE.

       2900-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-DETAIL-LINE TO SANCL-RPT-LINE
           WRITE SANCL-RPT-LINE.
