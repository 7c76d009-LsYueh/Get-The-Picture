      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-09-22  申請人改由共用申請人群組查詢服務 APLLOOK 取得
      *               ，不再每組查詢重讀 M01APPL；序號一律列申請人
      *               序號
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01APIN.
       FILE-CONTROL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUERY-FILE ASSIGN TO "M01APIN.QRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INQ-RPT-FILE ASSIGN TO "M01APIN.RPT"
       FD  M01-FILE.
       COPY m01.

       FD  QUERY-FILE.
       01  QUERY-LINE.
           05  QI-ETF-ID            PIC X(06).
       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-QRY-EOF               PIC X VALUE 'N'.
           88  QRY-EOF                    VALUE 'Y'.


       01  WS-QUERY-COUNT           PIC 9(07) VALUE 0.
       01  WS-MATCH-COUNT           PIC 9(07) VALUE 0.

       01  WS-HDR-2                 PIC X(80) VALUE
           "NO ACNT-BRK ACNT-NO KEEP-ACNT   ID- CASH MERGE".
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-D-MERGE-ASSIGN    PIC X(01).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT QUERY-FILE
               AT END SET QRY-EOF TO TRUE
           END-READ.

      * 每組查詢掃描 M01 主檔取主記錄，經 APLLOOK 列出全部申請人
      * (含第4人以後之溢位申請人)。
       2000-INQUIRE-ONE-GROUP.
           MOVE SPACES TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE

           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-M01-EOF
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF OR MATCH-FOUND
               READ M01-FILE

           IF MATCH-FOUND
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               MOVE "  APPLICATION NOT FOUND" TO INQ-RPT-LINE
               WRITE INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           MOVE WS-HDR-2 TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE APG-APPL-INDEX(APG-X)   TO WS-D-APPL-NO
               MOVE APG-ACNT-BROKER(APG-X)  TO WS-D-ACNT-BROKER
               MOVE APG-ACNT-NO(APG-X)      TO WS-D-ACNT-NO
               MOVE APG-KEEP-ACNT(APG-X)    TO WS-D-KEEP-ACNT
               MOVE APG-ID-CODE(APG-X)      TO WS-D-ID-CODE
               MOVE APG-CASH-ASSIGN(APG-X)  TO WS-D-CASH-ASSIGN
               MOVE APG-MERGE-ASSIGN(APG-X) TO WS-D-MERGE-ASSIGN
               MOVE WS-DETAIL-LINE TO INQ-RPT-LINE
               WRITE INQ-RPT-LINE
           END-PERFORM.
