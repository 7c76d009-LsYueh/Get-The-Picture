      * M02DPSN - 買回籃子申請人庫存足額檢核(集保庫存快照)
      * 買回籃子之申請人自有部位(庫存、T-1、T日淨入庫)過去依券商
      * 申報照單全收，M0CUSRC 於保管銀行未收到股票後始知缺券。
      * 本程式於買回籃子送交發行人前，載入集保每日庫存快照
      * DEPSNAP.DAT(版面見 depsnap 抄寫簿)，檢核申請人保管帳號
      * (KEEP-ACNT)之實際庫存足以支應申報之自有部位:
      *   1. 保管帳號自 M02 之申請人帳號經 APLLOOK 回查 M01 申請人
      *      清單(含 M01APPL 溢位申請人)取得。
      *   2. 補記交易種類之明細檔 M02E.DAT 中買回明細(TX-KIND
      *      ='2')依保管帳號+股票代號彙總申報自有部位(庫存+T-1+
      *      T日淨入庫；借券部位由借券交付，不計入)。
      *   3. 彙總申報數大於快照庫存者為不足，該保管帳號該股票之
      *      全部買回明細註記錯誤代碼'DH'，並列示不足股數，供當
      *      日更正申報或移轉 M03 補券，避免交割不足。
      * 查無保管帳號之明細列示於報表，不予檢核。
      * 控制檔 M02DPSN.CTL 處理方式(1):'F'=僅列示(不註記錯誤代碼)
      * ，其餘(含無控制檔)=攔阻，錯誤經 M0ERRDT 登錄逐筆錯誤明細
      * 檔並依優先序註記。寫出 M02DPS.DAT(由排程取代 M02E.DAT)及
      * 例外報表。
      *
      * 修改紀錄:
      *   2026-10-06  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02DPSN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M02DPSN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPSNAP-FILE ASSIGN TO "DEPSNAP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02E.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-OUT-FILE ASSIGN TO "M02DPS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DPSN-RPT-FILE ASSIGN TO "M02DPSN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-MODE             PIC X(01).

       FD  M01-FILE.
       COPY m01.

       FD  DEPSNAP-FILE.
       COPY depsnap.

       FD  M02-FILE.
       COPY m02rec.

       FD  M02-OUT-FILE.
       01  M02-OUT-REC              PIC X(150).

       FD  DPSN-RPT-FILE.
       01  DPSN-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-DPS-EOF               PIC X VALUE 'N'.
           88  DPS-EOF                    VALUE 'Y'.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.

       01  WS-MODE                  PIC X(01) VALUE SPACE.
           88  FLAG-ONLY                  VALUE 'F'.

      * 申請人對照表: 案件鍵+申請人帳號 → 保管帳號。
       01  WS-APM-TABLE.
           05  WS-APM-COUNT         PIC 9(05) VALUE 0.
           05  WS-APM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-AMX.
               10  WS-AM-KEY        PIC X(32).
               10  WS-AM-KEEP-ACNT  PIC X(11).

      * 部位彙總表: 保管帳號+股票 → 申報自有部位/快照庫存。
       01  WS-POS-TABLE.
           05  WS-POS-COUNT         PIC 9(05) VALUE 0.
           05  WS-POS-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PSX.
               10  WS-PS-KEEP-ACNT  PIC X(11).
               10  WS-PS-STKNO      PIC X(06).
               10  WS-PS-DECLARED   PIC 9(12).
               10  WS-PS-HELD       PIC 9(12).
               10  WS-PS-SHORT      PIC 9(12).

       01  WS-ARG-KEY               PIC X(32).
       01  WS-ARG-KEEP-ACNT         PIC X(11).
       01  WS-ARG-STKNO             PIC X(06).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-ADD-SW                PIC X VALUE 'N'.
           88  ADD-IF-MISSING             VALUE 'Y'.
       01  WS-OWN-QTY               PIC 9(12).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-RED-COUNT             PIC 9(07) VALUE 0.
       01  WS-NOKEEP-COUNT          PIC 9(07) VALUE 0.
       01  WS-SNAP-COUNT            PIC 9(07) VALUE 0.
       01  WS-SHORT-POS-COUNT       PIC 9(05) VALUE 0.
       01  WS-DH-COUNT              PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "REDEMPTION HOLDINGS SUFFICIENCY VS DEPOSITORY SNAPSHOT".
       01  WS-HDR-MODE              PIC X(80).
       01  WS-HDR-2                 PIC X(80) VALUE
           "KEEP-ACNT   STKNO     DECLARED         HELD        SHORT".
       01  WS-HDR-3                 PIC X(80) VALUE
           "ETF-ID BROKER TX-DATE  SEQ STKNO  ACNT-NO RESULT".

       01  WS-POS-LINE.
           05  WS-P-KEEP-ACNT       PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-DECLARED        PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-HELD            PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-SHORT           PIC ZZZZZZZZZZZ9.

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(60).

       COPY apllook.
       COPY aplgrp.
       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACE TO CTL-MODE
           END-READ
           MOVE CTL-MODE TO WS-MODE
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-APPLICANT-MAP
           PERFORM 2000-ACCUMULATE-DECLARED
           PERFORM 3000-APPLY-SNAPSHOT

           OPEN OUTPUT DPSN-RPT-FILE
           MOVE WS-HDR-1 TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           IF FLAG-ONLY
               MOVE "MODE: FLAG ONLY - ERROR CODES NOT STAMPED"
                   TO WS-HDR-MODE
           ELSE
               MOVE "MODE: REJECT - ERROR CODE DH STAMPED"
                   TO WS-HDR-MODE
           END-IF
           MOVE WS-HDR-MODE TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE SPACES TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE "POSITIONS SHORT OF DECLARED QUANTITY"
               TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE WS-HDR-2 TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           PERFORM 4000-PRINT-SHORT-POSITIONS

           MOVE SPACES TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE "REDEMPTION DETAILS FLAGGED" TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE WS-HDR-3 TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           PERFORM 5000-EDIT-AND-WRITE

           MOVE SPACES TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           STRING "M02 DETAILS READ..........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE SPACES TO DPSN-RPT-LINE
           STRING "REDEMPTION DETAILS........: " WS-RED-COUNT
               DELIMITED BY SIZE INTO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE SPACES TO DPSN-RPT-LINE
           STRING "DETAILS WITHOUT KEEP-ACNT.: " WS-NOKEEP-COUNT
               DELIMITED BY SIZE INTO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE SPACES TO DPSN-RPT-LINE
           STRING "SNAPSHOT RECORDS READ.....: " WS-SNAP-COUNT
               DELIMITED BY SIZE INTO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE SPACES TO DPSN-RPT-LINE
           STRING "POSITIONS SHORT...........: " WS-SHORT-POS-COUNT
               DELIMITED BY SIZE INTO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           MOVE SPACES TO DPSN-RPT-LINE
           STRING "DETAILS FLAGGED ('DH')....: " WS-DH-COUNT
               DELIMITED BY SIZE INTO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE

           CLOSE DPSN-RPT-FILE
           STOP RUN.

      * 建立 案件鍵+申請人帳號→保管帳號 對照(經 APLLOOK 取得
      * 每筆 M01 之完整申請人清單，含 M01APPL 溢位申請人)。
       1000-LOAD-APPLICANT-MAP.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
               READ M01-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       IF TX-KIND = '2'
                           PERFORM 1100-MAP-M01-APPLICANTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-FILE.

       1100-MAP-M01-APPLICANTS.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF WS-APM-COUNT < 5000
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

      * 第一遍:買回明細之申報自有部位彙總至 保管帳號+股票。
       2000-ACCUMULATE-DECLARED.
           OPEN INPUT M02-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       IF M02-TRAN-CODE = SPACE
                               AND M02-TX-KIND = '2'
                           PERFORM 2100-FIND-KEEP-ACNT
                           IF ENTRY-FOUND
                               MOVE M02-STKNO TO WS-ARG-STKNO
                               SET ADD-IF-MISSING TO TRUE
                               PERFORM 2200-FIND-POSITION
                               COMPUTE WS-OWN-QTY =
                                   M02-NORMAL-STOCK-NOS
                                   + M02-T1-STOCK-NOS
                                   + M02-T-STOCK-NOS
                               IF ENTRY-FOUND
                                   ADD WS-OWN-QTY
                                       TO WS-PS-DECLARED(WS-PSX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M02-FILE
           MOVE 'N' TO WS-M02-EOF.

       2100-FIND-KEEP-ACNT.
           MOVE SPACES TO WS-ARG-KEY
           STRING M02-ETF-ID M02-BROKER-ID M02-TX-DATE M02-SEQNO
               M02-ACNT-BROKER M02-ACNT-NO
               DELIMITED BY SIZE INTO WS-ARG-KEY
           MOVE 'N' TO WS-FOUND-SW
           MOVE SPACES TO WS-ARG-KEEP-ACNT
           PERFORM VARYING WS-AMX FROM 1 BY 1
                   UNTIL WS-AMX > WS-APM-COUNT
               IF WS-AM-KEY(WS-AMX) = WS-ARG-KEY
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-AM-KEEP-ACNT(WS-AMX) TO WS-ARG-KEEP-ACNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 依 WS-ARG-KEEP-ACNT+WS-ARG-STKNO 查部位；ADD-IF-MISSING
      * 時查無者新增(表滿時 ENTRY-FOUND 為 'N')。
       2200-FIND-POSITION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PSX FROM 1 BY 1
                   UNTIL WS-PSX > WS-POS-COUNT
               IF WS-PS-KEEP-ACNT(WS-PSX) = WS-ARG-KEEP-ACNT
                       AND WS-PS-STKNO(WS-PSX) = WS-ARG-STKNO
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND ADD-IF-MISSING
                   AND WS-POS-COUNT < 5000
               ADD 1 TO WS-POS-COUNT
               SET WS-PSX TO WS-POS-COUNT
               MOVE WS-ARG-KEEP-ACNT TO WS-PS-KEEP-ACNT(WS-PSX)
               MOVE WS-ARG-STKNO     TO WS-PS-STKNO(WS-PSX)
               MOVE 0 TO WS-PS-DECLARED(WS-PSX)
                         WS-PS-HELD(WS-PSX)
                         WS-PS-SHORT(WS-PSX)
               SET ENTRY-FOUND TO TRUE
           END-IF
           MOVE 'N' TO WS-ADD-SW.

      * 快照庫存僅套入已有申報之 保管帳號+股票。
       3000-APPLY-SNAPSHOT.
           OPEN INPUT DEPSNAP-FILE
           PERFORM UNTIL DPS-EOF
               READ DEPSNAP-FILE
                   AT END SET DPS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SNAP-COUNT
                       MOVE DPS-KEEP-ACNT TO WS-ARG-KEEP-ACNT
                       MOVE DPS-STKNO     TO WS-ARG-STKNO
                       PERFORM 2200-FIND-POSITION
                       IF ENTRY-FOUND
                           ADD DPS-HOLD-QTY TO WS-PS-HELD(WS-PSX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPSNAP-FILE.

       4000-PRINT-SHORT-POSITIONS.
           PERFORM VARYING WS-PSX FROM 1 BY 1
                   UNTIL WS-PSX > WS-POS-COUNT
               IF WS-PS-DECLARED(WS-PSX) > WS-PS-HELD(WS-PSX)
                   COMPUTE WS-PS-SHORT(WS-PSX) =
                       WS-PS-DECLARED(WS-PSX) - WS-PS-HELD(WS-PSX)
                   ADD 1 TO WS-SHORT-POS-COUNT
                   MOVE WS-PS-KEEP-ACNT(WS-PSX) TO WS-P-KEEP-ACNT
                   MOVE WS-PS-STKNO(WS-PSX)     TO WS-P-STKNO
                   MOVE WS-PS-DECLARED(WS-PSX)  TO WS-P-DECLARED
                   MOVE WS-PS-HELD(WS-PSX)      TO WS-P-HELD
                   MOVE WS-PS-SHORT(WS-PSX)     TO WS-P-SHORT
                   MOVE WS-POS-LINE TO DPSN-RPT-LINE
                   WRITE DPSN-RPT-LINE
               END-IF
           END-PERFORM.

      * 第二遍:不足部位之買回明細逐筆註記並寫出。
       5000-EDIT-AND-WRITE.
           OPEN INPUT M02-FILE
           OPEN OUTPUT M02-OUT-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF M02-TRAN-CODE = SPACE
                               AND M02-TX-KIND = '2'
                           ADD 1 TO WS-RED-COUNT
                           PERFORM 5100-EDIT-ONE-DETAIL
                       END-IF
                       WRITE M02-OUT-REC FROM M02-RECORD
               END-READ
           END-PERFORM
           CLOSE M02-FILE M02-OUT-FILE.

       5100-EDIT-ONE-DETAIL.
           PERFORM 2100-FIND-KEEP-ACNT
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-NOKEEP-COUNT
               PERFORM 5900-BUILD-DETAIL
               MOVE "KEEP-ACNT NOT FOUND IN M01 - NOT CHECKED"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO DPSN-RPT-LINE
               WRITE DPSN-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE M02-STKNO TO WS-ARG-STKNO
           PERFORM 2200-FIND-POSITION
           IF NOT ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-SHORT(WS-PSX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DH-COUNT
           PERFORM 5900-BUILD-DETAIL
           MOVE WS-PS-SHORT(WS-PSX) TO WS-P-SHORT
           STRING "DH KEEP-ACNT " WS-PS-KEEP-ACNT(WS-PSX)
               " SHORT " WS-P-SHORT " - FIX OR M03"
               DELIMITED BY SIZE INTO WS-D-RESULT
           MOVE WS-DETAIL-LINE TO DPSN-RPT-LINE
           WRITE DPSN-RPT-LINE
           IF NOT FLAG-ONLY
               MOVE "DH" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
           END-IF.

       5900-BUILD-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE M02-ETF-ID        TO WS-D-ETF-ID
           MOVE M02-BROKER-ID     TO WS-D-BROKER-ID
           MOVE M02-TX-DATE       TO WS-D-TX-DATE
           MOVE M02-SEQNO         TO WS-D-SEQNO
           MOVE M02-STKNO         TO WS-D-STKNO
           MOVE M02-ACNT-NO       TO WS-D-ACNT-NO.

      * 檢出之錯誤經 M0ERRDT 累加登錄逐筆錯誤明細檔(含股票代號)，
      * 並依錯誤代碼優先序決定明細上註記之代碼。
       9500-RECORD-ERROR.
           MOVE "M02"          TO ERD-REC-TYPE
           MOVE M02-ETF-ID     TO ERD-ETF-ID
           MOVE M02-BROKER-ID  TO ERD-BROKER-ID
           MOVE M02-TX-DATE    TO ERD-TX-DATE
           MOVE M02-SEQNO      TO ERD-SEQNO
           MOVE M02-STKNO      TO ERD-STKNO
           MOVE M02-ERROR-CODE TO ERD-CUR-CODE
           MOVE "M02DPSN"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
