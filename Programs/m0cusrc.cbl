      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-09-22  申請人改由共用申請人群組查詢服務 APLLOOK 取得
      *               ，不再另行讀取 M01APPL；溢位申請人僅對應於
      *               M01 中實際存在之案件
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CUSRC.
       FILE-CONTROL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CNF-FILE ASSIGN TO "CUSTCNF.DAT"
       FD  M01-FILE.
       COPY m01.

       FD  M02-FILE.
       COPY m02rec.

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.
       01  WS-CNF-EOF               PIC X VALUE 'N'.

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-M02-COUNT             PIC 9(07) VALUE 0.
       01  WS-NOKEEP-COUNT          PIC 9(07) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REASON          PIC X(28).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-APPLICANT-MAP
           CLOSE CUSRC-RPT-FILE
           STOP RUN.

      * 建立 案件鍵+申請人帳號→保管帳號 對照(經 APLLOOK 取得
      * 每筆 M01 之完整申請人清單，含 M01APPL 溢位申請人)。
       1000-LOAD-APPLICANT-MAP.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
                       PERFORM 1100-MAP-M01-APPLICANTS
               END-READ
           END-PERFORM
           CLOSE M01-FILE.

       1100-MAP-M01-APPLICANTS.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF WS-APM-COUNT < 3000
                   ADD 1 TO WS-APM-COUNT
                   MOVE SPACES TO WS-ARG-KEY
                   STRING ETF-ID BROKER-ID TX-DATE SEQNO
                       APG-ACNT-BROKER(APG-X) APG-ACNT-NO(APG-X)
                       DELIMITED BY SIZE INTO WS-ARG-KEY
                   MOVE WS-ARG-KEY TO WS-AM-KEY(WS-APM-COUNT)
                   MOVE APG-KEEP-ACNT(APG-X)
                       TO WS-AM-KEEP-ACNT(WS-APM-COUNT)
               END-IF
           END-PERFORM.
