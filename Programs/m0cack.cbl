      * M0CACK - 盤中循環檢核回覆檔(ACK/NAK)
      * 盤中多循環進檔(M0CYCL)後，券商僅能由本所內部報表或次晨
      * 之對帳單(M0BSTMT)得知檢核結果，更正重送常須電話查詢。
      * 本程式於每一循環檢核完成後執行，依控制檔 M0CACK.CTL(處理
      * 日(8)+循環序號(2))讀取當循環已檢核之 M01.DAT/M02.DAT，
      * 併同逐筆錯誤明細檔 ERRDTL.DAT 與錯誤代碼對照主檔，產出:
      *   ACKbbbbn.DAT - 每券商一檔之回覆檔(版面見 cycack 抄寫簿)，
      *       依 BROKER-ID+SOURCE-FILE-ID 分段，每筆申報一行，
      *       標示受理(ACK)或退件(NAK)及全部錯誤代碼與說明(每行
      *       5組，逾者以續行續列)
      *   M0CACK.RPT   - 各券商/來源檔案之受理、退件筆數
      * 記錄上之 ERROR-CODE 空白者為受理；退件者先列記錄上註記之
      * 代碼，再依優先序列出明細檔中同鍵值之其餘代碼(去重複)。
      * M01 明細限同一循環序號；M02 無循環欄位，取同鍵值全部明細。
      *
      * 修改紀錄:
      *   2026-09-20  新增此程式
      *   2026-10-15  錯誤代碼逾5組者以續行('D'，行序遞增)續列，不再
      *               截除；明細加記行序及行數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0CACK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M02-FILE ASSIGN TO "M02.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRCODE-FILE ASSIGN TO "ERRCODE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRDTL-FILE ASSIGN TO "ERRDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-ED ASSIGN TO "M0CACK.SED".
           SELECT SORT-WORK-01 ASSIGN TO "M0CACK.S01".
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-RPT-FILE ASSIGN TO "M0CACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-CYCLE-NO         PIC 9(02).

       FD  M01-FILE.
       COPY m01.

       FD  M02-FILE.
       COPY m02rec.

       FD  ERRCODE-FILE.
       COPY errcode.

       FD  ERRDTL-FILE.
       COPY errdtl.

       SD  SORT-WORK-ED.
       COPY errdtl REPLACING ==ERR-DTL-REC.== BY ==SED-REC.==.

       SD  SORT-WORK-01.
       01  SRT-REC.
           05  SRT-BROKER-ID        PIC X(04).
           05  SRT-SOURCE-FILE-ID   PIC X(12).
           05  SRT-REC-TYPE         PIC X(03).
           05  SRT-ETF-ID           PIC X(06).
           05  SRT-TX-DATE          PIC 9(08).
           05  SRT-SEQNO            PIC X(03).
           05  SRT-STKNO            PIC X(06).
           05  SRT-ERROR-CODE       PIC X(02).
           05  SRT-CYCLE-NO         PIC 9(02).

       FD  ACK-FILE.
       01  ACK-REC                  PIC X(260).

       FD  ACK-RPT-FILE.
       01  ACK-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACK-NAME              PIC X(12).

       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.
       01  WS-EC-EOF                PIC X VALUE 'N'.
           88  EC-EOF                     VALUE 'Y'.
       01  WS-SED-EOF               PIC X VALUE 'N'.
           88  SED-EOF                    VALUE 'Y'.
       01  WS-SRT-EOF               PIC X VALUE 'N'.
           88  SRT-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-CYCLE-NO              PIC 9(02).
       01  WS-CYCLE-DIGIT REDEFINES WS-CYCLE-NO.
           05  FILLER               PIC X(01).
           05  WS-CYCLE-LAST        PIC X(01).

      * 錯誤代碼說明表(主檔依代碼遞增排序，供 SEARCH ALL)。
       01  WS-EC-TABLE.
           05  WS-EC-COUNT          PIC 9(03) VALUE 0.
           05  WS-EC-ENTRY OCCURS 200 TIMES
                   ASCENDING KEY IS WS-EC-CODE
                   INDEXED BY WS-ECX.
               10  WS-EC-CODE       PIC X(02).
               10  WS-EC-DESC       PIC X(40).

      * 逐筆錯誤明細表，依鍵值+來源檔+優先序排序載入。
       01  WS-ED-TABLE.
           05  WS-ED-COUNT          PIC 9(05) VALUE 0.
           05  WS-ED-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-ED-MATCH-KEY
                   INDEXED BY WS-EDX.
               10  WS-ED-MATCH-KEY.
                   15  WS-ED-KEY        PIC X(27).
                   15  WS-ED-REC-TYPE   PIC X(03).
               10  WS-ED-CODE           PIC X(02).
               10  WS-ED-CYCLE-NO       PIC 9(02).
       01  WS-ED-SKIPPED            PIC 9(05) VALUE 0.

       01  WS-MATCH-KEY.
           05  WS-MK-ETF-ID         PIC X(06).
           05  WS-MK-BROKER-ID      PIC X(04).
           05  WS-MK-TX-DATE        PIC 9(08).
           05  WS-MK-SEQNO          PIC X(03).
           05  WS-MK-STKNO          PIC X(06).
           05  WS-MK-REC-TYPE       PIC X(03).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  KEY-FOUND                  VALUE 'Y'.
       01  WS-DUP-SW                PIC X VALUE 'N'.
           88  CODE-LISTED                VALUE 'Y'.
       01  WS-ARG-CODE              PIC X(02).
       01  WS-CX                    PIC 9(03).
       01  WS-LX                    PIC 9(03).

      * 單筆申報之錯誤代碼清單(去重複，依列示順序)。
       01  WS-CODE-COUNT            PIC 9(02) VALUE 0.
       01  WS-CODE-LIST.
           05  WS-CL-ENTRY OCCURS 99 TIMES.
               10  WS-CL-CODE       PIC X(02).
               10  WS-CL-DESC       PIC X(40).
       01  WS-ROW-SEQ               PIC 9(02).
       01  WS-ROW-TOTAL             PIC 9(02).

       01  WS-CUR-BROKER            PIC X(04) VALUE SPACES.
       01  WS-CUR-SOURCE            PIC X(12) VALUE SPACES.
       01  WS-ACK-OPEN-SW           PIC X VALUE 'N'.
           88  ACK-OPEN                   VALUE 'Y'.
       01  WS-SEG-OPEN-SW           PIC X VALUE 'N'.
           88  SEG-OPEN                   VALUE 'Y'.

       01  WS-S-REC-COUNT           PIC 9(07).
       01  WS-S-ACK-COUNT           PIC 9(07).
       01  WS-S-NAK-COUNT           PIC 9(07).
       01  WS-M01-COUNT             PIC 9(07) VALUE 0.
       01  WS-M02-COUNT             PIC 9(07) VALUE 0.
       01  WS-ACK-COUNT             PIC 9(07) VALUE 0.
       01  WS-NAK-COUNT             PIC 9(07) VALUE 0.
       01  WS-FILE-COUNT            PIC 9(05) VALUE 0.

       COPY cycack.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE CTL-CYCLE-NO
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           MOVE CTL-CYCLE-NO  TO WS-CYCLE-NO
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-ERRCODE-TABLE
           PERFORM 1100-LOAD-ERRDTL-TABLE

           OPEN OUTPUT ACK-RPT-FILE
           MOVE "INTRADAY CYCLE EDIT ACKNOWLEDGEMENT" TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "PROC DATE: " WS-PROC-DATE "  CYCLE: " WS-CYCLE-NO
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE "BROKER SOURCE-FILE-ID  RECORDS     ACK     NAK"
               TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           SORT SORT-WORK-01
               ON ASCENDING KEY SRT-BROKER-ID SRT-SOURCE-FILE-ID
                                SRT-REC-TYPE SRT-ETF-ID SRT-TX-DATE
                                SRT-SEQNO SRT-STKNO
               INPUT PROCEDURE 2000-RELEASE-RECORDS
               OUTPUT PROCEDURE 3000-WRITE-ACK-FILES

           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           STRING "M01 RECORDS............: " WS-M01-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "M02 RECORDS............: " WS-M02-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "ACCEPTED (ACK).........: " WS-ACK-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "REJECTED (NAK).........: " WS-NAK-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "BROKER FILES WRITTEN...: " WS-FILE-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           IF WS-ED-SKIPPED > 0
               MOVE SPACES TO ACK-RPT-LINE
               STRING "*** ERROR DETAIL ROWS OVER TABLE LIMIT: "
                   WS-ED-SKIPPED " SKIPPED ***"
                   DELIMITED BY SIZE INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
           END-IF

           CLOSE ACK-RPT-FILE
           STOP RUN.

      * 讀入錯誤代碼對照主檔，供查說明；未使用之表格項目先填
      * HIGH-VALUES。
       1000-LOAD-ERRCODE-TABLE.
           MOVE HIGH-VALUES TO WS-EC-TABLE
           MOVE 0 TO WS-EC-COUNT
           OPEN INPUT ERRCODE-FILE
           PERFORM UNTIL EC-EOF
               READ ERRCODE-FILE
                   AT END SET EC-EOF TO TRUE
                   NOT AT END
                       IF WS-EC-COUNT < 200
                           ADD 1 TO WS-EC-COUNT
                           SET WS-ECX TO WS-EC-COUNT
                           MOVE ERRCODE-CODE TO WS-EC-CODE(WS-ECX)
                           MOVE ERRCODE-DESC TO WS-EC-DESC(WS-ECX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERRCODE-FILE.

      * 逐筆錯誤明細檔依鍵值+來源檔+優先序排序後載表，同一記錄
      * 之代碼即依優先序相鄰排列。
       1100-LOAD-ERRDTL-TABLE.
           MOVE HIGH-VALUES TO WS-ED-TABLE
           MOVE 0 TO WS-ED-COUNT
           SORT SORT-WORK-ED
               ON ASCENDING KEY EDL-KEY OF SED-REC
                                EDL-REC-TYPE OF SED-REC
                                EDL-PRIORITY OF SED-REC
                                EDL-ERROR-CODE OF SED-REC
               USING ERRDTL-FILE
               OUTPUT PROCEDURE 1150-STORE-ERRDTL.

       1150-STORE-ERRDTL.
           PERFORM UNTIL SED-EOF
               RETURN SORT-WORK-ED
                   AT END SET SED-EOF TO TRUE
                   NOT AT END
                       IF WS-ED-COUNT < 20000
                           ADD 1 TO WS-ED-COUNT
                           SET WS-EDX TO WS-ED-COUNT
                           MOVE EDL-KEY OF SED-REC
                               TO WS-ED-KEY(WS-EDX)
                           MOVE EDL-REC-TYPE OF SED-REC
                               TO WS-ED-REC-TYPE(WS-EDX)
                           MOVE EDL-ERROR-CODE OF SED-REC
                               TO WS-ED-CODE(WS-EDX)
                           MOVE EDL-CYCLE-NO OF SED-REC
                               TO WS-ED-CYCLE-NO(WS-EDX)
                       ELSE
                           ADD 1 TO WS-ED-SKIPPED
                       END-IF
               END-RETURN
           END-PERFORM.

      * 當循環之 M01/M02 全數送入排序，依券商+來源檔案分段。
       2000-RELEASE-RECORDS.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
               READ M01-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-M01-COUNT
                       MOVE SPACES         TO SRT-REC
                       MOVE BROKER-ID      TO SRT-BROKER-ID
                       MOVE SOURCE-FILE-ID TO SRT-SOURCE-FILE-ID
                       MOVE "M01"          TO SRT-REC-TYPE
                       MOVE ETF-ID         TO SRT-ETF-ID
                       MOVE TX-DATE        TO SRT-TX-DATE
                       MOVE SEQNO          TO SRT-SEQNO
                       MOVE ERROR-CODE     TO SRT-ERROR-CODE
                       IF CYCLE-NO IS NUMERIC AND CYCLE-NO > 0
                           MOVE CYCLE-NO    TO SRT-CYCLE-NO
                       ELSE
                           MOVE WS-CYCLE-NO TO SRT-CYCLE-NO
                       END-IF
                       RELEASE SRT-REC
               END-READ
           END-PERFORM
           CLOSE M01-FILE

           OPEN INPUT M02-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-M02-COUNT
                       MOVE SPACES             TO SRT-REC
                       MOVE M02-BROKER-ID      TO SRT-BROKER-ID
                       MOVE M02-SOURCE-FILE-ID TO SRT-SOURCE-FILE-ID
                       MOVE "M02"              TO SRT-REC-TYPE
                       MOVE M02-ETF-ID         TO SRT-ETF-ID
                       MOVE M02-TX-DATE        TO SRT-TX-DATE
                       MOVE M02-SEQNO          TO SRT-SEQNO
                       MOVE M02-STKNO          TO SRT-STKNO
                       MOVE M02-ERROR-CODE     TO SRT-ERROR-CODE
                       MOVE WS-CYCLE-NO        TO SRT-CYCLE-NO
                       RELEASE SRT-REC
               END-READ
           END-PERFORM
           CLOSE M02-FILE.

      * 券商變動時結束前一券商之回覆檔並開新檔；來源檔案變動時
      * 寫段尾/段首。
       3000-WRITE-ACK-FILES.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK-01
                   AT END SET SRT-EOF TO TRUE
                   NOT AT END
                       IF NOT ACK-OPEN
                               OR SRT-BROKER-ID NOT = WS-CUR-BROKER
                           IF ACK-OPEN
                               PERFORM 3300-CLOSE-SEGMENT
                               CLOSE ACK-FILE
                           END-IF
                           PERFORM 3100-OPEN-ACK-FILE
                           PERFORM 3200-OPEN-SEGMENT
                       ELSE
                           IF SRT-SOURCE-FILE-ID NOT = WS-CUR-SOURCE
                               PERFORM 3300-CLOSE-SEGMENT
                               PERFORM 3200-OPEN-SEGMENT
                           END-IF
                       END-IF
                       PERFORM 4000-WRITE-DETAIL
               END-RETURN
           END-PERFORM
           IF ACK-OPEN
               PERFORM 3300-CLOSE-SEGMENT
               CLOSE ACK-FILE
               MOVE 'N' TO WS-ACK-OPEN-SW
           END-IF.

       3100-OPEN-ACK-FILE.
           MOVE SRT-BROKER-ID TO WS-CUR-BROKER
           MOVE SPACES TO WS-ACK-NAME
           STRING "ACK" WS-CUR-BROKER WS-CYCLE-LAST ".DAT"
               DELIMITED BY SIZE INTO WS-ACK-NAME
           OPEN OUTPUT ACK-FILE
           MOVE 'Y' TO WS-ACK-OPEN-SW
           ADD 1 TO WS-FILE-COUNT.

       3200-OPEN-SEGMENT.
           MOVE SRT-SOURCE-FILE-ID TO WS-CUR-SOURCE
           MOVE 0 TO WS-S-REC-COUNT WS-S-ACK-COUNT WS-S-NAK-COUNT
           MOVE SPACES TO ACK-HEADER
           MOVE 'H'            TO ACH-TYPE
           MOVE WS-CUR-BROKER  TO ACH-BROKER-ID
           MOVE WS-CUR-SOURCE  TO ACH-SOURCE-FILE-ID
           MOVE WS-CYCLE-NO    TO ACH-CYCLE-NO
           MOVE WS-PROC-DATE   TO ACH-PROC-DATE
           WRITE ACK-REC FROM ACK-HEADER
           MOVE 'Y' TO WS-SEG-OPEN-SW.

       3300-CLOSE-SEGMENT.
           MOVE SPACES TO ACK-TRAILER
           MOVE 'T'            TO ACT-TYPE
           MOVE WS-CUR-BROKER  TO ACT-BROKER-ID
           MOVE WS-CUR-SOURCE  TO ACT-SOURCE-FILE-ID
           MOVE WS-S-REC-COUNT TO ACT-REC-COUNT
           MOVE WS-S-ACK-COUNT TO ACT-ACK-COUNT
           MOVE WS-S-NAK-COUNT TO ACT-NAK-COUNT
           WRITE ACK-REC FROM ACK-TRAILER
           MOVE 'N' TO WS-SEG-OPEN-SW

           MOVE SPACES TO ACK-RPT-LINE
           STRING WS-CUR-BROKER "   " WS-CUR-SOURCE " "
               WS-S-REC-COUNT " " WS-S-ACK-COUNT " " WS-S-NAK-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE.

      * 單筆申報回覆:記錄上無錯誤代碼為受理，否則為退件並列出
      * 全部錯誤代碼(每行5組，逾者續行)。
       4000-WRITE-DETAIL.
           MOVE SPACES TO ACK-DETAIL
           MOVE 'D'            TO ACD-TYPE
           MOVE SRT-CYCLE-NO   TO ACD-CYCLE-NO
           MOVE SRT-REC-TYPE   TO ACD-REC-TYPE
           MOVE SRT-ETF-ID     TO ACD-ETF-ID
           MOVE SRT-TX-DATE    TO ACD-TX-DATE
           MOVE SRT-SEQNO      TO ACD-SEQNO
           MOVE SRT-STKNO      TO ACD-STKNO
           MOVE 0              TO ACD-CODE-COUNT WS-CODE-COUNT
           ADD 1 TO WS-S-REC-COUNT

           IF SRT-ERROR-CODE = SPACES
               MOVE "ACK" TO ACD-STATUS
               ADD 1 TO WS-S-ACK-COUNT WS-ACK-COUNT
           ELSE
               MOVE "NAK" TO ACD-STATUS
               ADD 1 TO WS-S-NAK-COUNT WS-NAK-COUNT
               MOVE SRT-ERROR-CODE TO WS-ARG-CODE
               PERFORM 4200-ADD-CODE
               PERFORM 4100-ADD-DETAIL-CODES
           END-IF

           PERFORM 4300-WRITE-DETAIL-ROWS.

      * 明細檔中同鍵值之其餘代碼(已依優先序排列)逐一附加。
       4100-ADD-DETAIL-CODES.
           IF WS-ED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SRT-ETF-ID    TO WS-MK-ETF-ID
           MOVE SRT-BROKER-ID TO WS-MK-BROKER-ID
           MOVE SRT-TX-DATE   TO WS-MK-TX-DATE
           MOVE SRT-SEQNO     TO WS-MK-SEQNO
           MOVE SRT-STKNO     TO WS-MK-STKNO
           MOVE SRT-REC-TYPE  TO WS-MK-REC-TYPE
           MOVE 'N' TO WS-FOUND-SW
           SET WS-EDX TO 1
           SEARCH ALL WS-ED-ENTRY
               WHEN WS-ED-MATCH-KEY(WS-EDX) = WS-MATCH-KEY
                   SET KEY-FOUND TO TRUE
           END-SEARCH
           IF NOT KEY-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EDX = 1
               IF WS-ED-MATCH-KEY(WS-EDX - 1) = WS-MATCH-KEY
                   SET WS-EDX DOWN BY 1
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-EDX > WS-ED-COUNT
               IF WS-ED-MATCH-KEY(WS-EDX) NOT = WS-MATCH-KEY
                   EXIT PERFORM
               END-IF
               IF SRT-REC-TYPE = "M02"
                       OR WS-ED-CYCLE-NO(WS-EDX) = SRT-CYCLE-NO
                   MOVE WS-ED-CODE(WS-EDX) TO WS-ARG-CODE
                   PERFORM 4200-ADD-CODE
               END-IF
               SET WS-EDX UP BY 1
           END-PERFORM.

      * 代碼去重複後加入代碼清單，並查對照主檔說明。
       4200-ADD-CODE.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CODE-COUNT
               IF WS-CL-CODE(WS-CX) = WS-ARG-CODE
                   SET CODE-LISTED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CODE-LISTED OR WS-CODE-COUNT NOT < 99
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CODE-COUNT
           MOVE WS-CODE-COUNT TO WS-CX
           MOVE WS-ARG-CODE TO WS-CL-CODE(WS-CX)
           MOVE "UNREGISTERED ERROR CODE" TO WS-CL-DESC(WS-CX)
           IF WS-EC-COUNT > 0
               SET WS-ECX TO 1
               SEARCH ALL WS-EC-ENTRY
                   WHEN WS-EC-CODE(WS-ECX) = WS-ARG-CODE
                       MOVE WS-EC-DESC(WS-ECX)
                           TO WS-CL-DESC(WS-CX)
               END-SEARCH
           END-IF.

      * 代碼清單每5組寫一行明細(受理者及代碼不逾5組者一行)；
      * 續行鍵值及狀態與首行相同，行序遞增。
       4300-WRITE-DETAIL-ROWS.
           MOVE WS-CODE-COUNT TO ACD-CODE-COUNT
           COMPUTE WS-ROW-TOTAL = (WS-CODE-COUNT + 4) / 5
           IF WS-ROW-TOTAL = 0
               MOVE 1 TO WS-ROW-TOTAL
           END-IF
           MOVE WS-ROW-TOTAL TO ACD-ROW-TOTAL
           MOVE 0 TO WS-LX
           PERFORM VARYING WS-ROW-SEQ FROM 1 BY 1
                   UNTIL WS-ROW-SEQ > WS-ROW-TOTAL
               MOVE WS-ROW-SEQ TO ACD-ROW-SEQ
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                   ADD 1 TO WS-LX
                   IF WS-LX > WS-CODE-COUNT
                       MOVE SPACES TO ACD-ERROR(WS-CX)
                   ELSE
                       MOVE WS-CL-CODE(WS-LX)
                           TO ACD-ERROR-CODE(WS-CX)
                       MOVE WS-CL-DESC(WS-LX)
                           TO ACD-ERROR-DESC(WS-CX)
                   END-IF
               END-PERFORM
               WRITE ACK-REC FROM ACK-DETAIL
           END-PERFORM.
