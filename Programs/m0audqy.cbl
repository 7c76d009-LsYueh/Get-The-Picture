      * M0AUDQY - 作業稽核總帳查詢作業
      * 依請求檔 M0AUDQY.REQ 之條件自作業稽核總帳 AUDITLOG.DAT
      * 抽出稽核軌跡列印於 M0AUDQY.RPT:
      *   操作員(8)   空白=不限
      *   對象(30)    前置比對(如 ETFMST 即列出該主檔全部事件)，
      *               空白=不限
      *   起日(8)/迄日(8)  依時戳之日期，0=不限
      * 各條件同時成立始列出；每筆列序號/時戳/操作員/程式/事件/
      * 對象/原因，次列異動前後影像。總帳完整性另由 M0AUDVF 驗證。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0AUDQY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0AUDQY.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT QY-RPT-FILE ASSIGN TO "M0AUDQY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-OPER-ID          PIC X(08).
           05  REQ-OBJECT           PIC X(30).
           05  REQ-FROM-DATE        PIC 9(08).
           05  REQ-TO-DATE          PIC 9(08).

       FD  AUDLOG-FILE.
       COPY audlog.

       FD  QY-RPT-FILE.
       01  QY-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-EOF               PIC X VALUE 'N'.
           88  LOG-EOF                    VALUE 'Y'.
       01  WS-MATCH-SW              PIC X.
           88  ENTRY-MATCHES              VALUE 'Y'.

       01  WS-OBJ-LEN               PIC 9(02) VALUE 0.
       01  WS-OX                    PIC 9(02).
       01  WS-ENTRY-DATE            PIC 9(08).

       01  WS-RECS-READ             PIC 9(09) VALUE 0.
       01  WS-RECS-LISTED           PIC 9(09) VALUE 0.

       01  WS-HDR-COLS.
           05  FILLER  PIC X(10) VALUE "SEQ NO".
           05  FILLER  PIC X(15) VALUE "TIMESTAMP".
           05  FILLER  PIC X(09) VALUE "OPERATOR".
           05  FILLER  PIC X(09) VALUE "PROGRAM".
           05  FILLER  PIC X(05) VALUE "EVNT".
           05  FILLER  PIC X(31) VALUE "OBJECT".
           05  FILLER  PIC X(30) VALUE "REASON/RESULT".

       01  WS-DETAIL.
           05  WS-D-SEQ-NO          PIC 9(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-D-TIMESTAMP       PIC 9(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-D-OPER-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-D-PROGRAM         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-D-EVENT           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-D-OBJECT          PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-D-REASON          PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           IF REQ-FROM-DATE NOT NUMERIC
               MOVE 0 TO REQ-FROM-DATE
           END-IF
           IF REQ-TO-DATE NOT NUMERIC
               MOVE 0 TO REQ-TO-DATE
           END-IF
           PERFORM VARYING WS-OX FROM 30 BY -1 UNTIL WS-OX < 1
               IF REQ-OBJECT(WS-OX:1) NOT = SPACE
                   MOVE WS-OX TO WS-OBJ-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           OPEN OUTPUT QY-RPT-FILE
           PERFORM 1000-PRINT-HEADER
           OPEN INPUT AUDLOG-FILE
           PERFORM UNTIL LOG-EOF
               READ AUDLOG-FILE
                   AT END SET LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       PERFORM 2000-SELECT-ENTRY
                       IF ENTRY-MATCHES
                           PERFORM 3000-PRINT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDLOG-FILE
           PERFORM 8000-PRINT-TOTALS
           CLOSE QY-RPT-FILE
           STOP RUN.

       1000-PRINT-HEADER.
           MOVE "OPERATIONS AUDIT TRAIL QUERY" TO QY-RPT-LINE
           WRITE QY-RPT-LINE
           MOVE SPACES TO QY-RPT-LINE
           STRING "OPERATOR: " REQ-OPER-ID
               "  OBJECT: " REQ-OBJECT
               DELIMITED BY SIZE INTO QY-RPT-LINE
           WRITE QY-RPT-LINE
           MOVE SPACES TO QY-RPT-LINE
           STRING "FROM: " REQ-FROM-DATE
               "  TO: " REQ-TO-DATE
               DELIMITED BY SIZE INTO QY-RPT-LINE
           WRITE QY-RPT-LINE
           MOVE SPACES TO QY-RPT-LINE
           WRITE QY-RPT-LINE
           MOVE WS-HDR-COLS TO QY-RPT-LINE
           WRITE QY-RPT-LINE.

       2000-SELECT-ENTRY.
           MOVE 'Y' TO WS-MATCH-SW
           IF REQ-OPER-ID NOT = SPACES
                   AND ALG-OPER-ID NOT = REQ-OPER-ID
               MOVE 'N' TO WS-MATCH-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-OBJ-LEN > 0
               IF ALG-OBJECT(1:WS-OBJ-LEN)
                       NOT = REQ-OBJECT(1:WS-OBJ-LEN)
                   MOVE 'N' TO WS-MATCH-SW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ALG-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           IF REQ-FROM-DATE > 0 AND WS-ENTRY-DATE < REQ-FROM-DATE
               MOVE 'N' TO WS-MATCH-SW
               EXIT PARAGRAPH
           END-IF
           IF REQ-TO-DATE > 0 AND WS-ENTRY-DATE > REQ-TO-DATE
               MOVE 'N' TO WS-MATCH-SW
           END-IF.

       3000-PRINT-ENTRY.
           ADD 1 TO WS-RECS-LISTED
           MOVE ALG-SEQ-NO    TO WS-D-SEQ-NO
           MOVE ALG-TIMESTAMP TO WS-D-TIMESTAMP
           MOVE ALG-OPER-ID   TO WS-D-OPER-ID
           MOVE ALG-PROGRAM   TO WS-D-PROGRAM
           MOVE ALG-EVENT     TO WS-D-EVENT
           MOVE ALG-OBJECT    TO WS-D-OBJECT
           MOVE ALG-REASON    TO WS-D-REASON
           MOVE WS-DETAIL TO QY-RPT-LINE
           WRITE QY-RPT-LINE
           IF ALG-BEFORE NOT = SPACES
               MOVE SPACES TO QY-RPT-LINE
               STRING "          BEFORE: " ALG-BEFORE
                   DELIMITED BY SIZE INTO QY-RPT-LINE
               WRITE QY-RPT-LINE
           END-IF
           IF ALG-AFTER NOT = SPACES
               MOVE SPACES TO QY-RPT-LINE
               STRING "          AFTER : " ALG-AFTER
                   DELIMITED BY SIZE INTO QY-RPT-LINE
               WRITE QY-RPT-LINE
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO QY-RPT-LINE
           WRITE QY-RPT-LINE
           MOVE SPACES TO QY-RPT-LINE
           STRING "ENTRIES SCANNED......: " WS-RECS-READ
               DELIMITED BY SIZE INTO QY-RPT-LINE
           WRITE QY-RPT-LINE
           MOVE SPACES TO QY-RPT-LINE
           STRING "ENTRIES LISTED.......: " WS-RECS-LISTED
               DELIMITED BY SIZE INTO QY-RPT-LINE
           WRITE QY-RPT-LINE.
