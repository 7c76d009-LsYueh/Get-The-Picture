      * M01APLM - 申請人主檔一致性檢核
      * 券商每日重新鍵入申請人身份碼與保管帳號，同一帳戶跨日
      * 申報不一致時影響 M01IDBK、M0REGST 及 M0WHTAX 扣繳稅率。
      * 本程式依申請人主檔 APLMST.DAT(M0APLBLD 建置，經 M0MSTMT
      * 維護並留存稽核軌跡)逐筆檢核 M01 全部申請人(含驅動程式
      * 交付之 M01APPL 溢位申請人):
      *   1. 帳戶不在主檔者視為新申請人，不予檢核(由 M0APLBLD
      *      次日補入主檔)。
      *   2. 身份碼或保管帳號與主檔不符者列示於不一致報表。
      *   3. 控制檔 M01APLM.CTL 檢核模式(1):'R'(空白同)=主檔
      *      已確認('Y')之帳戶不符時註記錯誤代碼'AM'退件；'F'=
      *      僅列示不退件。主檔未確認('N')之帳戶一律僅列示。
      * 錯誤代碼'AM'經主檔維護作業(M0MSTMT)登錄於錯誤代碼對照
      * 主檔。
      *
      * 修改紀錄:
      *   2026-09-24  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01APLM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M01APLM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APM-FILE ASSIGN TO "APLMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APLM-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-MODE             PIC X(01).

       FD  APM-FILE.
       COPY aplmst.

       FD  APLM-RPT-FILE.
       01  APLM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-APM-EOF               PIC X VALUE 'N'.
           88  APM-EOF                    VALUE 'Y'.

       01  WS-MODE                  PIC X(01).
           88  MODE-REJECT                VALUE 'R'.
           88  MODE-FLAG                  VALUE 'F'.

      * 申請人主檔表，主檔依帳戶遞增排序維護，供 SEARCH ALL 定位；
      * 未使用之表格項目先填 HIGH-VALUES。
       01  WS-APM-TABLE.
           05  WS-APM-COUNT         PIC 9(05) VALUE 0.
           05  WS-APM-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-AM-KEY
                   INDEXED BY WS-AMX.
               10  WS-AM-KEY.
                   15  WS-AM-ACNT-BROKER PIC X(04).
                   15  WS-AM-ACNT-NO     PIC 9(07).
               10  WS-AM-ID-CODE         PIC X(03).
               10  WS-AM-KEEP-ACNT       PIC X(11).
               10  WS-AM-VERIFIED        PIC X(01).
       01  WS-APM-SKIPPED           PIC 9(05) VALUE 0.

       01  WS-ARG-KEY.
           05  WS-ARG-ACNT-BROKER   PIC X(04).
           05  WS-ARG-ACNT-NO       PIC 9(07).
       01  WS-FOUND-SW              PIC X(01).
           88  ACCOUNT-FOUND              VALUE 'Y'.
       01  WS-CASE-REJECT-SW        PIC X(01).
           88  CASE-REJECTED              VALUE 'Y'.
       01  WS-FIELD                 PIC X(04).
       01  WS-ACTION                PIC X(04).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-CHECKED-COUNT         PIC 9(07) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(07) VALUE 0.
       01  WS-CONFLICT-COUNT        PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "APPLICANT MASTER CONSISTENCY EXCEPTIONS".
       01  WS-HDR-2.
           05  FILLER               PIC X(48) VALUE
               "ETF-ID BROKER TX-DATE  SEQ APL ACNT-BRK ACNT-NO ".
           05  FILLER               PIC X(36) VALUE
               "FLD  SUBMITTED   MASTER      V ACTN".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-APPL-INDEX      PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-ACNT-BROKER     PIC X(04).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-D-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FIELD           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SUBMITTED       PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-MASTER          PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-VERIFIED        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACTION          PIC X(04).

       COPY m0errdt.

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 0100-READ-CONTROL
                   PERFORM 1000-LOAD-APPLICANT-MASTER
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-CHECK-CASE
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACE TO CTL-MODE
           END-READ
           MOVE CTL-MODE TO WS-MODE
           IF NOT MODE-FLAG
               MOVE 'R' TO WS-MODE
           END-IF
           CLOSE CTL-FILE.

      * 讀入申請人主檔(已依帳戶遞增排序)。
       1000-LOAD-APPLICANT-MASTER.
           MOVE HIGH-VALUES TO WS-APM-TABLE
           MOVE 0 TO WS-APM-COUNT
           OPEN INPUT APM-FILE
           PERFORM UNTIL APM-EOF
               READ APM-FILE
                   AT END SET APM-EOF TO TRUE
                   NOT AT END
                       IF WS-APM-COUNT < 20000
                           ADD 1 TO WS-APM-COUNT
                           SET WS-AMX TO WS-APM-COUNT
                           MOVE APM-KEY      TO WS-AM-KEY(WS-AMX)
                           MOVE APM-ID-CODE  TO WS-AM-ID-CODE(WS-AMX)
                           MOVE APM-KEEP-ACNT
                               TO WS-AM-KEEP-ACNT(WS-AMX)
                           MOVE APM-VERIFIED
                               TO WS-AM-VERIFIED(WS-AMX)
                       ELSE
                           ADD 1 TO WS-APM-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APM-FILE.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01APLM" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT APLM-RPT-FILE
           MOVE WS-HDR-1 TO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           MOVE SPACES TO APLM-RPT-LINE
           STRING "MODE: " WS-MODE
               "   MASTER ROWS LOADED: " WS-APM-COUNT
               DELIMITED BY SIZE INTO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           IF WS-APM-SKIPPED > 0
               MOVE SPACES TO APLM-RPT-LINE
               STRING "*** WARNING: APPLICANT MASTER TABLE FULL - "
                   WS-APM-SKIPPED " ROWS NOT LOADED"
                   DELIMITED BY SIZE INTO APLM-RPT-LINE
               WRITE APLM-RPT-LINE
           END-IF
           MOVE WS-HDR-2 TO APLM-RPT-LINE
           WRITE APLM-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           MOVE SPACES TO APLM-RPT-LINE
           STRING "APPLICANTS CHECKED.....: " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           MOVE SPACES TO APLM-RPT-LINE
           STRING "NEW APPLICANTS.........: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           MOVE SPACES TO APLM-RPT-LINE
           STRING "FIELD CONFLICTS........: " WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO APLM-RPT-LINE
           WRITE APLM-RPT-LINE
           MOVE SPACES TO APLM-RPT-LINE
           STRING "RECORDS REJECTED ('AM'): " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO APLM-RPT-LINE
           WRITE APLM-RPT-LINE

           CLOSE APLM-RPT-FILE.

      * 逐案檢核全部申請人(內建槽位+溢位)；任一已確認帳戶不符
      * 且為退件模式者註記'AM'。
       2000-CHECK-CASE.
           MOVE 'N' TO WS-CASE-REJECT-SW
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-ACNT-BROKER(APG-X) NOT = SPACES
                       AND APG-ACNT-NO(APG-X) > 0
                   PERFORM 2100-CHECK-ONE-APPLICANT
               END-IF
           END-PERFORM
           IF CASE-REJECTED
               MOVE "AM" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2100-CHECK-ONE-APPLICANT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE APG-ACNT-BROKER(APG-X) TO WS-ARG-ACNT-BROKER
           MOVE APG-ACNT-NO(APG-X)     TO WS-ARG-ACNT-NO
           MOVE 'N' TO WS-FOUND-SW
           IF WS-APM-COUNT > 0
               SEARCH ALL WS-APM-ENTRY
                   WHEN WS-AM-KEY(WS-AMX) = WS-ARG-KEY
                       SET ACCOUNT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT ACCOUNT-FOUND
               ADD 1 TO WS-NEW-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MODE-REJECT AND WS-AM-VERIFIED(WS-AMX) = 'Y'
               MOVE "REJ" TO WS-ACTION
           ELSE
               MOVE "FLAG" TO WS-ACTION
           END-IF
           IF APG-ID-CODE(APG-X) NOT = WS-AM-ID-CODE(WS-AMX)
               MOVE "ID" TO WS-FIELD
               MOVE APG-ID-CODE(APG-X)     TO WS-D-SUBMITTED
               MOVE WS-AM-ID-CODE(WS-AMX)  TO WS-D-MASTER
               PERFORM 2200-REPORT-CONFLICT
           END-IF
           IF APG-KEEP-ACNT(APG-X) NOT = WS-AM-KEEP-ACNT(WS-AMX)
               MOVE "KEEP" TO WS-FIELD
               MOVE APG-KEEP-ACNT(APG-X)    TO WS-D-SUBMITTED
               MOVE WS-AM-KEEP-ACNT(WS-AMX) TO WS-D-MASTER
               PERFORM 2200-REPORT-CONFLICT
           END-IF.

       2200-REPORT-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           IF WS-ACTION = "REJ"
               SET CASE-REJECTED TO TRUE
           END-IF
           MOVE ETF-ID                  TO WS-D-ETF-ID
           MOVE BROKER-ID               TO WS-D-BROKER-ID
           MOVE TX-DATE                 TO WS-D-TX-DATE
           MOVE SEQNO                   TO WS-D-SEQNO
           MOVE APG-APPL-INDEX(APG-X)   TO WS-D-APPL-INDEX
           MOVE WS-ARG-ACNT-BROKER      TO WS-D-ACNT-BROKER
           MOVE WS-ARG-ACNT-NO          TO WS-D-ACNT-NO
           MOVE WS-FIELD                TO WS-D-FIELD
           MOVE WS-AM-VERIFIED(WS-AMX)  TO WS-D-VERIFIED
           MOVE WS-ACTION               TO WS-D-ACTION
           MOVE WS-DETAIL-LINE TO APLM-RPT-LINE
           WRITE APLM-RPT-LINE.

      * 檢出之錯誤經 M0ERRDT 累加登錄逐筆錯誤明細檔，並依錯誤代碼
      * 優先序決定記錄上註記之代碼。
       9500-RECORD-ERROR.
           MOVE "M01"      TO ERD-REC-TYPE
           MOVE ETF-ID     TO ERD-ETF-ID
           MOVE BROKER-ID  TO ERD-BROKER-ID
           MOVE TX-DATE    TO ERD-TX-DATE
           MOVE SEQNO      TO ERD-SEQNO
           MOVE SPACES     TO ERD-STKNO
           MOVE ERROR-CODE TO ERD-CUR-CODE
           MOVE "M01APLM"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
