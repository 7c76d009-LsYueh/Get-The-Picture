      * M01CTIM - 當日收件截止時間檢核(依基金別及交易種類)
      * M01LATE 處理回溯申請日、M01CUTF 處理取消/更正逾期，惟每日
      * 收件截止時間過去無人把關:含國外成分股之基金截止時間較國
      * 內基金為早，截止後始收件之申報仍依當日案件處理。本模組以
      * 收檔時戳(RECV-TIMESTAMP)與盤中批次循環序號(CYCLE-NO)比對
      * 截止時間，截止時間取值順序:
      *   1. ETF 基金主檔該交易種類之截止時分(ETF-MST-CRE-CUTOFF
      *      /ETF-MST-RED-CUTOFF)；
      *   2. 為0或未設定者，取發行人主檔預設截止時分
      *      (ISS-MST-CUTOFF-TIME)；
      *   3. 仍為0者該基金不設截止時間，不予檢核。
      * 逾時判定(僅限原始申報，取消/更正由 M01CUTF 處理):
      *   收檔日 = 申請日且收檔時分 > 截止時分者為逾時；收檔時戳
      *   未填(0)者改以循環序號判定，序號大於控制檔之當日末次
      *   循環序號者為逾時(末次循環序號為0時不判定)。
      * 逾時記錄依控制檔處置方式:
      *   'R' 退回 - 註記錯誤代碼'CT'(經 M0ERRDT，依優先序)；
      *   'N' 順延 - 經 M0DTSVC 取次一營業日記入順延申請日
      *       (ROLL-TX-DATE)，不註記。申請日(TX-DATE)為案件鍵值，
      *       M02 籃子、M01APPL 超額申請人、索引鍵(M01-VSAM-KEY)
      *       及前站已記之錯誤明細均以之配對，故不予變更。
      * ROLL-TX-DATE 與沖正用之原申請日(ORIG-TX-DATE)共用欄位，
      * 非沖正記錄本模組先清為0，順延者始記入次一營業日；後段依
      * 日期判定者(M01ETFV 暫停期間、M01CASHV 匯率、M01TERM 終止
      * 日、M01FEEV 費率、M02PCF 籃子版本、M0SLA 回覆時限)於本欄
      * 非0時以之取代申請日。
      * 逐筆列示例外清單供交易台追查。
      * 控制檔 M01CTIM.CTL:處置方式(1，空白=R)+當日末次循環序號(2)。
      *
      * 假設: 順延之記錄以順延申請日續經後段檢核(申贖暫停行事曆
      *       等)，故本模組排於 M01ETFV 之前。
      *
      * 修改紀錄:
      *   2026-10-05  新增此程式
      *   2026-10-15  順延不再改寫申請日(案件鍵值)，改記入順延申請
      *               日 ROLL-TX-DATE，免與 M02/M01APPL/錯誤明細脫鉤
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01CTIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M01CTIM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISSMST-FILE ASSIGN TO "ISSMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTIM-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-LATE-ACTION      PIC X(01).
           05  CTL-LAST-CYCLE       PIC X(02).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  ISSMST-FILE.
       COPY issmst.

       FD  CTIM-RPT-FILE.
       01  CTIM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-ISS-EOF               PIC X VALUE 'N'.
           88  ISS-EOF                    VALUE 'Y'.

       01  WS-LATE-ACTION           PIC X(01) VALUE 'R'.
           88  LATE-REJECT                VALUE 'R'.
           88  LATE-ROLL                  VALUE 'N'.
       01  WS-LAST-CYCLE            PIC 9(02) VALUE 0.

       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(05) VALUE 0.
           05  WS-ETF-ENTRY OCCURS 200 TIMES
                   ASCENDING KEY IS WS-ET-ID
                   INDEXED BY WS-ETX.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-ISSUER     PIC X(04).
               10  WS-ET-CRE-CUTOFF PIC 9(04).
               10  WS-ET-RED-CUTOFF PIC 9(04).

       01  WS-ISS-TABLE.
           05  WS-ISS-COUNT         PIC 9(03) VALUE 0.
           05  WS-ISS-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ISX.
               10  WS-IS-ID         PIC X(04).
               10  WS-IS-CUTOFF     PIC 9(04).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ETF-FOUND                  VALUE 'Y'.
       01  WS-LATE-SW               PIC X VALUE 'N'.
           88  RECORD-LATE                VALUE 'Y'.
       01  WS-CUTOFF                PIC 9(04).
       01  WS-ISSUER                PIC X(04).
       01  WS-RECV-DATE             PIC 9(08).
       01  WS-RECV-HHMM             PIC 9(04).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-CHECKED-COUNT         PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(07) VALUE 0.
       01  WS-ROLL-COUNT            PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "SUBMISSION CUT-OFF TIME EXCEPTIONS".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "ETF-ID BROKER TX-DATE  SEQ K RECV-TS    ".
           05  FILLER               PIC X(40) VALUE
               "  CY CUT  ACTION  ROLL-DATE             ".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TX-KIND         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RECV-TS         PIC 9(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CYCLE-NO        PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CUTOFF          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACTION          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-NEW-DATE        PIC X(08).

       COPY m0errdt.
       COPY m0dtsvc.

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 0100-READ-CONTROL
                   PERFORM 1000-LOAD-ETF-TABLE
                   PERFORM 1100-LOAD-ISS-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   IF NOT TRAN-CODE-REVERSAL
                       MOVE 0 TO ROLL-TX-DATE
                   END-IF
                   IF NOT TRAN-CODE-CANCEL
                           AND NOT TRAN-CODE-REVERSAL
                           AND STATE-NORMAL
                       PERFORM 2000-CHECK-CUTOFF
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-LINE
           END-READ
           CLOSE CTL-FILE
           IF CTL-LATE-ACTION = 'N'
               MOVE 'N' TO WS-LATE-ACTION
           ELSE
               MOVE 'R' TO WS-LATE-ACTION
           END-IF
           IF CTL-LAST-CYCLE IS NUMERIC
               MOVE CTL-LAST-CYCLE TO WS-LAST-CYCLE
           END-IF.

      * 讀入ETF基金基本資料主檔，供 SEARCH ALL 使用；未使用之
      * 表格項目先填HIGH-VALUES。截止時分未設定(非數字)視為0。
       1000-LOAD-ETF-TABLE.
           MOVE HIGH-VALUES TO WS-ETF-TABLE
           MOVE 0 TO WS-ETF-COUNT
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 200
                           ADD 1 TO WS-ETF-COUNT
                           SET WS-ETX TO WS-ETF-COUNT
                           MOVE ETF-MST-ID     TO WS-ET-ID(WS-ETX)
                           MOVE ETF-MST-ISSUER TO WS-ET-ISSUER(WS-ETX)
                           MOVE 0 TO WS-ET-CRE-CUTOFF(WS-ETX)
                                     WS-ET-RED-CUTOFF(WS-ETX)
                           IF ETF-MST-CRE-CUTOFF IS NUMERIC
                               MOVE ETF-MST-CRE-CUTOFF
                                   TO WS-ET-CRE-CUTOFF(WS-ETX)
                           END-IF
                           IF ETF-MST-RED-CUTOFF IS NUMERIC
                               MOVE ETF-MST-RED-CUTOFF
                                   TO WS-ET-RED-CUTOFF(WS-ETX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1100-LOAD-ISS-TABLE.
           MOVE 0 TO WS-ISS-COUNT
           OPEN INPUT ISSMST-FILE
           PERFORM UNTIL ISS-EOF
               READ ISSMST-FILE
                   AT END SET ISS-EOF TO TRUE
                   NOT AT END
                       IF WS-ISS-COUNT < 100
                           ADD 1 TO WS-ISS-COUNT
                           SET WS-ISX TO WS-ISS-COUNT
                           MOVE ISS-MST-ID TO WS-IS-ID(WS-ISX)
                           MOVE 0 TO WS-IS-CUTOFF(WS-ISX)
                           IF ISS-MST-CUTOFF-TIME IS NUMERIC
                               MOVE ISS-MST-CUTOFF-TIME
                                   TO WS-IS-CUTOFF(WS-ISX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSMST-FILE.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01CTIM" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT CTIM-RPT-FILE
           MOVE WS-HDR-1 TO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           MOVE SPACES TO CTIM-RPT-LINE
           STRING "LATE ACTION: " WS-LATE-ACTION
               "  LAST SAME-DAY CYCLE: " WS-LAST-CYCLE
               DELIMITED BY SIZE INTO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           MOVE WS-HDR-2 TO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           MOVE SPACES TO CTIM-RPT-LINE
           STRING "CHECKED AGAINST CUT-OFF: " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           MOVE SPACES TO CTIM-RPT-LINE
           STRING "REJECTED AS LATE ('CT'): " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           MOVE SPACES TO CTIM-RPT-LINE
           STRING "ROLLED TO NEXT BUS DAY.: " WS-ROLL-COUNT
               DELIMITED BY SIZE INTO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE
           CLOSE CTIM-RPT-FILE.

      * 取截止時分(基金該交易種類→發行人預設)，判定逾時後依
      * 處置方式退回或順延(申請日不變，次一營業日記入順延申請日)。
       2000-CHECK-CUTOFF.
           MOVE 0 TO WS-CUTOFF
           MOVE SPACES TO WS-ISSUER
           SET WS-ETX TO 1
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-ETF-ENTRY
               WHEN WS-ET-ID(WS-ETX) = ETF-ID
                   SET ETF-FOUND TO TRUE
                   MOVE WS-ET-ISSUER(WS-ETX) TO WS-ISSUER
                   IF TX-KIND = '1'
                       MOVE WS-ET-CRE-CUTOFF(WS-ETX) TO WS-CUTOFF
                   ELSE
                       MOVE WS-ET-RED-CUTOFF(WS-ETX) TO WS-CUTOFF
                   END-IF
           END-SEARCH
           IF NOT ETF-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CUTOFF = 0
               PERFORM VARYING WS-ISX FROM 1 BY 1
                       UNTIL WS-ISX > WS-ISS-COUNT
                   IF WS-IS-ID(WS-ISX) = WS-ISSUER
                       MOVE WS-IS-CUTOFF(WS-ISX) TO WS-CUTOFF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUTOFF = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-COUNT

           MOVE 'N' TO WS-LATE-SW
           IF RECV-TIMESTAMP IS NUMERIC AND RECV-TIMESTAMP > 0
               MOVE RECV-TIMESTAMP(1:8) TO WS-RECV-DATE
               MOVE RECV-TIMESTAMP(9:4) TO WS-RECV-HHMM
               IF WS-RECV-DATE = TX-DATE
                       AND WS-RECV-HHMM > WS-CUTOFF
                   SET RECORD-LATE TO TRUE
               END-IF
           ELSE
               IF WS-LAST-CYCLE > 0 AND CYCLE-NO > WS-LAST-CYCLE
                   SET RECORD-LATE TO TRUE
               END-IF
           END-IF
           IF NOT RECORD-LATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-D-NEW-DATE
           IF LATE-ROLL
               MOVE 'A'     TO DTS-FUNC
               MOVE TX-DATE TO DTS-DATE-1
               MOVE 1       TO DTS-DAYS
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DATE-2   TO ROLL-TX-DATE
               MOVE ROLL-TX-DATE TO WS-D-NEW-DATE
               MOVE "ROLLED"   TO WS-D-ACTION
               ADD 1 TO WS-ROLL-COUNT
           ELSE
               MOVE "CT" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               MOVE "REJECT"   TO WS-D-ACTION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 4000-PRINT-EXCEPTION.

       4000-PRINT-EXCEPTION.
           MOVE ETF-ID          TO WS-D-ETF-ID
           MOVE BROKER-ID       TO WS-D-BROKER-ID
           MOVE TX-DATE         TO WS-D-TX-DATE
           MOVE SEQNO           TO WS-D-SEQNO
           MOVE TX-KIND         TO WS-D-TX-KIND
           MOVE RECV-TIMESTAMP  TO WS-D-RECV-TS
           MOVE CYCLE-NO        TO WS-D-CYCLE-NO
           MOVE WS-CUTOFF       TO WS-D-CUTOFF
           MOVE WS-DETAIL-LINE  TO CTIM-RPT-LINE
           WRITE CTIM-RPT-LINE.

       9500-RECORD-ERROR.
           MOVE "M01"      TO ERD-REC-TYPE
           MOVE ETF-ID     TO ERD-ETF-ID
           MOVE BROKER-ID  TO ERD-BROKER-ID
           MOVE TX-DATE    TO ERD-TX-DATE
           MOVE SEQNO      TO ERD-SEQNO
           MOVE SPACES     TO ERD-STKNO
           MOVE ERROR-CODE TO ERD-CUR-CODE
           MOVE "M01CTIM"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
