      *
      * 修改紀錄:
      *   2026-08-08  新增此程式
      *   2026-09-16  加讀逐筆錯誤明細檔(ERRDTL.DAT)：頻率表加列
      *               各代碼實際檢出次數(含未註記者)，並依案件
      *               列示每筆記錄檢出之全部錯誤代碼(依優先序)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0ERPT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT M03-FILE ASSIGN TO "M03.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRDTL-FILE ASSIGN TO "ERRDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "M0ERPT.S01".
           SELECT ERR-RPT-FILE ASSIGN TO "M0ERPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  M03-FILE.
       COPY m03.

       FD  ERRDTL-FILE.
       COPY errdtl.

       SD  SORT-WORK.
       COPY errdtl REPLACING ==ERR-DTL-REC.== BY ==SORT-REC.==.

       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

               10  WS-EC-CODE       PIC X(02).
               10  WS-EC-DESC       PIC X(40).
               10  WS-EC-FREQ       PIC 9(07).
               10  WS-EC-RAISED     PIC 9(07).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  CODE-FOUND                 VALUE 'Y'.

       01  WS-UNKNOWN-FREQ          PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-RAISED        PIC 9(07) VALUE 0.

       01  WS-TALLY-CODE-ARG        PIC X(02).

       01  WS-M01-COUNT             PIC 9(07) VALUE 0.
       01  WS-M02-COUNT             PIC 9(07) VALUE 0.
       01  WS-M03-COUNT             PIC 9(07) VALUE 0.
       01  WS-DTL-COUNT             PIC 9(07) VALUE 0.
       01  WS-DTL-REC-COUNT         PIC 9(07) VALUE 0.
       01  WS-MULTI-COUNT           PIC 9(07) VALUE 0.

      * 逐筆錯誤明細分組工作區(同一記錄之代碼依優先序排列)。
       01  WS-SRT-EOF               PIC X VALUE 'N'.
           88  SRT-EOF                    VALUE 'Y'.
       01  WS-GRP-KEY.
           05  WS-GK-KEY            PIC X(27).
           05  WS-GK-REC-TYPE       PIC X(03).
       01  WS-CUR-KEY.
           05  WS-CK-KEY            PIC X(27).
           05  WS-CK-REC-TYPE       PIC X(03).
       01  WS-GRP-CODES.
           05  WS-GRP-CODE-COUNT    PIC 9(02) VALUE 0.
           05  WS-GRP-CODE OCCURS 20 TIMES
                   INDEXED BY WS-GCX
                                    PIC X(02).
       01  WS-DUP-SW                PIC X(01).
       01  WS-CODE-POS              PIC 9(03).

       01  WS-HDR-1                 PIC X(80) VALUE
           "ERROR-CODE REFERENCE AND DAILY FREQUENCY REPORT".
       01  WS-HDR-2.
           05  FILLER               PIC X(57) VALUE
           "CODE  DESCRIPTION                               FREQUENCY".
           05  FILLER               PIC X(23) VALUE " RAISED".

       01  WS-DETAIL-LINE.
           05  WS-D-CODE            PIC X(02).
           05  WS-D-DESC            PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-FREQ            PIC ZZZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-D-RAISED          PIC ZZZZZZ9.

       01  WS-UNKNOWN-LINE.
           05  FILLER               PIC X(44) VALUE
                   "**  UNREGISTERED ERROR CODES (UNKNOWN)".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-U-FREQ            PIC ZZZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-U-RAISED          PIC ZZZZZZ9.

       01  WS-DTL-HDR-1             PIC X(80) VALUE
           "ERROR DETAIL BY RECORD (ALL CODES, PRECEDENCE ORDER)".
       01  WS-DTL-HDR-2             PIC X(80) VALUE
           "TYP ETF-ID BROKER TX-DATE  SEQ STKNO  CODES".

       01  WS-DTL-LINE.
           05  WS-L-REC-TYPE        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-L-TX-DATE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-CODES           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT ERR-RPT-FILE
           MOVE WS-HDR-1 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE

      * 逐筆錯誤明細依記錄鍵值+優先序排序後列示(同時累計各代碼
      * 實際檢出次數)，頻率表於其後列印。
           SORT SORT-WORK
               ON ASCENDING KEY EDL-KEY OF SORT-REC
                                EDL-REC-TYPE OF SORT-REC
                                EDL-PRIORITY OF SORT-REC
                                EDL-ERROR-CODE OF SORT-REC
               USING ERRDTL-FILE
               OUTPUT PROCEDURE IS 4000-LIST-ERROR-DETAIL

           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE WS-HDR-2 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           PERFORM 3000-PRINT-TABLE
           IF WS-UNKNOWN-FREQ > 0 OR WS-UNKNOWN-RAISED > 0
               MOVE SPACES TO WS-UNKNOWN-LINE
               MOVE WS-UNKNOWN-FREQ TO WS-U-FREQ
               MOVE WS-UNKNOWN-RAISED TO WS-U-RAISED
               MOVE WS-UNKNOWN-LINE TO ERR-RPT-LINE
               WRITE ERR-RPT-LINE
           END-IF
           STRING "M03 RECORDS SCANNED: " WS-M03-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "ERROR DETAIL LINES.: " WS-DTL-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "RECORDS WITH ERRORS: " WS-DTL-REC-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "MULTI-ERROR RECORDS: " WS-MULTI-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE

           CLOSE ERR-RPT-FILE
           STOP RUN.
                       MOVE ERRCODE-DESC TO
                           WS-EC-DESC(WS-EC-COUNT-LOADED)
                       MOVE 0 TO WS-EC-FREQ(WS-EC-COUNT-LOADED)
                       MOVE 0 TO WS-EC-RAISED(WS-EC-COUNT-LOADED)
               END-READ
           END-PERFORM
           CLOSE ERRCODE-FILE.
           PERFORM VARYING WS-ECX FROM 1 BY 1
                   UNTIL WS-ECX > WS-EC-COUNT-LOADED
               IF WS-EC-FREQ(WS-ECX) > 0
                       OR WS-EC-RAISED(WS-ECX) > 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-EC-CODE(WS-ECX) TO WS-D-CODE
                   MOVE WS-EC-DESC(WS-ECX) TO WS-D-DESC
                   MOVE WS-EC-FREQ(WS-ECX) TO WS-D-FREQ
                   MOVE WS-EC-RAISED(WS-ECX) TO WS-D-RAISED
                   MOVE WS-DETAIL-LINE TO ERR-RPT-LINE
                   WRITE ERR-RPT-LINE
               END-IF
           END-PERFORM.

      * 排序輸出:同一記錄(鍵值+來源檔別)之代碼彙成一行；同一代碼
      * 重複登錄(重跑或多循環)者僅列一次、僅計一次。
       4000-LIST-ERROR-DETAIL.
           MOVE WS-DTL-HDR-1 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE WS-DTL-HDR-2 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE LOW-VALUES TO WS-GRP-KEY
           MOVE 0 TO WS-GRP-CODE-COUNT
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END SET SRT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DTL-COUNT
                       MOVE EDL-KEY OF SORT-REC TO WS-CK-KEY
                       MOVE EDL-REC-TYPE OF SORT-REC
                           TO WS-CK-REC-TYPE
                       IF WS-CUR-KEY NOT = WS-GRP-KEY
                           PERFORM 4100-PRINT-GROUP
                           MOVE WS-CUR-KEY TO WS-GRP-KEY
                           MOVE 0 TO WS-GRP-CODE-COUNT
                       END-IF
                       PERFORM 4200-ADD-GROUP-CODE
               END-RETURN
           END-PERFORM
           PERFORM 4100-PRINT-GROUP.

       4100-PRINT-GROUP.
           IF WS-GRP-CODE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DTL-REC-COUNT
           IF WS-GRP-CODE-COUNT > 1
               ADD 1 TO WS-MULTI-COUNT
           END-IF
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-GK-REC-TYPE       TO WS-L-REC-TYPE
           MOVE WS-GK-KEY(1:6)       TO WS-L-ETF-ID
           MOVE WS-GK-KEY(7:4)       TO WS-L-BROKER-ID
           MOVE WS-GK-KEY(11:8)      TO WS-L-TX-DATE
           MOVE WS-GK-KEY(19:3)      TO WS-L-SEQNO
           MOVE WS-GK-KEY(22:6)      TO WS-L-STKNO
           MOVE 1 TO WS-CODE-POS
           PERFORM VARYING WS-GCX FROM 1 BY 1
                   UNTIL WS-GCX > WS-GRP-CODE-COUNT
               MOVE WS-GRP-CODE(WS-GCX)
                   TO WS-L-CODES(WS-CODE-POS:2)
               ADD 3 TO WS-CODE-POS
           END-PERFORM
           MOVE WS-DTL-LINE TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       4200-ADD-GROUP-CODE.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-GCX FROM 1 BY 1
                   UNTIL WS-GCX > WS-GRP-CODE-COUNT
               IF WS-GRP-CODE(WS-GCX) = EDL-ERROR-CODE OF SORT-REC
                   MOVE 'Y' TO WS-DUP-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DUP-SW = 'N' AND WS-GRP-CODE-COUNT < 20
               ADD 1 TO WS-GRP-CODE-COUNT
               MOVE EDL-ERROR-CODE OF SORT-REC
                   TO WS-GRP-CODE(WS-GRP-CODE-COUNT)
               MOVE EDL-ERROR-CODE OF SORT-REC TO WS-TALLY-CODE-ARG
               PERFORM 2100-TALLY-RAISED
           END-IF.

       2100-TALLY-RAISED.
           SET WS-ECX TO 1
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-EC-ENTRY
               WHEN WS-EC-CODE(WS-ECX) = WS-TALLY-CODE-ARG
                   SET CODE-FOUND TO TRUE
           END-SEARCH
           IF CODE-FOUND
               ADD 1 TO WS-EC-RAISED(WS-ECX)
           ELSE
               ADD 1 TO WS-UNKNOWN-RAISED
           END-IF.
