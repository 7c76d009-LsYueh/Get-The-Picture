      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-09-22  申請人改由共用申請人群組查詢服務 APLLOOK 取得
      *               ；溢位申請人僅隨正常狀態之 M01 案件登錄(原
      *               不論案件狀態全數登錄)，並帶入交易種類
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01ACLD.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "APLACT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO "APLACT.DAT"
       FD  M01-FILE.
       COPY m01.

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  ALG-ACNT-BROKER      PIC X(04).
       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-QRY-EOF               PIC X VALUE 'N'.
           88  QRY-EOF                    VALUE 'Y'.

       01  WS-POSTED-COUNT          PIC 9(07) VALUE 0.
       01  WS-QRY-MATCH-COUNT       PIC 9(07) VALUE 0.

           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FEE             PIC ZZZZZZZ9.

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           CLOSE ACLD-RPT-FILE
           STOP RUN.

      * 歸戶登錄:經 APLLOOK 展開 M01 完整申請人清單，逐人累加活動
      * 記錄(現金申贖金額及手續費僅計於第1申請人，避免重複；第4人
      * 以後之溢位申請人單位數/金額已計於主記錄申請人，僅立單位數
      * 0之歸戶活動記錄供查得該帳戶曾參與此案件)。
       1000-POST-TODAY.
           MOVE "APPLICANT ACTIVITY LEDGER POSTING" TO ACLD-RPT-LINE
           WRITE ACLD-RPT-LINE
               END-READ
           END-PERFORM
           CLOSE M01-FILE
           CLOSE LEDGER-FILE
           MOVE SPACES TO ACLD-RPT-LINE
           STRING "ACTIVITY RECORDS POSTED: " WS-POSTED-COUNT
           WRITE ACLD-RPT-LINE.

       1100-POST-M01-APPLICANTS.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               MOVE SPACES TO LEDGER-REC
               MOVE APG-ACNT-BROKER(APG-X) TO ALG-ACNT-BROKER
               MOVE APG-ACNT-NO(APG-X)     TO ALG-ACNT-NO
               MOVE ETF-ID                 TO ALG-ETF-ID
               MOVE TX-DATE                TO ALG-TX-DATE
               MOVE SEQNO                  TO ALG-SEQNO
               MOVE TX-KIND                TO ALG-TX-KIND
               IF APG-SOURCE(APG-X) = 'A'
                   MOVE 0 TO ALG-UNITS ALG-AMOUNT ALG-APPLY-FEE
               ELSE
                   MOVE APPLICATION-UNITS  TO ALG-UNITS
                   IF APG-X = 1
                       MOVE AMOUNT    TO ALG-AMOUNT
                       MOVE APPLY-FEE TO ALG-APPLY-FEE
                   ELSE
                       MOVE 0 TO ALG-AMOUNT ALG-APPLY-FEE
                   END-IF
               END-IF
               WRITE LEDGER-REC
               ADD 1 TO WS-POSTED-COUNT
           END-PERFORM.

      * 區間查詢:逐查詢掃描分類帳，列示該帳戶日期區間內活動。
       3000-RUN-QUERIES.
           MOVE "APPLICANT ACTIVITY INQUIRY" TO ACLD-RPT-LINE
