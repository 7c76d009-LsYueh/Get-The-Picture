      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-02  檔尾旗標改88層條件名(比照各站台慣例)
      *   2026-09-26  套用後將本次異動之股票記錄影像以盤中版本
      *               累加寫入股票基本資料歷史檔 T30HIST.DAT(版本
      *               號依當日既有最大版本加1)，供 T30LOOK 依日期
      *               查詢當時生效之主檔值
      *   2026-10-15  每筆異動稽核另經 M0AUDLG 寫入作業稽核總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T30DELT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUD-FILE ASSIGN TO "T30DELT.AUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL T30-HIST-FILE ASSIGN TO "T30HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "T30DELT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  AUD-AFTER            PIC X(16).
           05  FILLER               PIC X(05).

       FD  T30-HIST-FILE.
       COPY t30hist.

       FD  RPT-FILE.
       01  RPT-LINE                 PIC X(132).

           05  WS-TSE-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-TSX.
               10  WS-TSE-IMAGE     PIC X(100).
               10  WS-TSE-CHANGED   PIC X(01).

      * 上櫃主檔記憶體表。
       01  WS-OTC-TABLE.
           05  WS-OTC-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-OTX.
               10  WS-OTC-IMAGE     PIC X(110).
               10  WS-OTC-CHANGED   PIC X(01).

       01  WS-FOUND-SW              PIC X(01).
       01  WS-BEFORE-VALUE          PIC X(16).
       01  WS-PRICE-EDIT            PIC 9(05).9(04).
       01  WS-INT-VALUE             PIC 9(06).
       01  WS-DATE-TIME             PIC 9(14).
       01  WS-HIST-EOF              PIC X VALUE 'N'.
           88  HIST-EOF                   VALUE 'Y'.
       01  WS-HIST-VERSION          PIC 9(03) VALUE 0.
       01  WS-HIST-COUNT            PIC 9(05) VALUE 0.

       01  WS-APPLIED-COUNT         PIC 9(05) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.

       COPY m0audlg.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT RPT-FILE
           IF WS-APPLIED-COUNT > 0
               PERFORM 3000-REWRITE-TSE-MASTER
               PERFORM 3100-REWRITE-OTC-MASTER
               PERFORM 3200-ARCHIVE-VERSION
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "DELTAS REJECTED........: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY ROWS (VERSION " WS-HIST-VERSION
               "): " WS-HIST-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE RPT-FILE
           STOP RUN.

                           SET WS-TSX TO WS-TSE-COUNT
                           MOVE T30-TSE
                               TO WS-TSE-IMAGE(WS-TSX)
                           MOVE 'N' TO WS-TSE-CHANGED(WS-TSX)
                       END-IF
               END-READ
           END-PERFORM
                           SET WS-OTX TO WS-OTC-COUNT
                           MOVE T30-OTC-ADV
                               TO WS-OTC-IMAGE(WS-OTX)
                           MOVE 'N' TO WS-OTC-CHANGED(WS-OTX)
                       END-IF
               END-READ
           END-PERFORM
           END-EVALUATE
           MOVE DLT-VALUE TO WS-AFTER-VALUE
           PERFORM 2900-WRITE-AUDIT
           MOVE 'Y' TO WS-TSE-CHANGED(WS-TSX)
           ADD 1 TO WS-APPLIED-COUNT.

       2200-APPLY-OTC-FIELD.
           END-EVALUATE
           MOVE DLT-VALUE TO WS-AFTER-VALUE
           PERFORM 2900-WRITE-AUDIT
           MOVE 'Y' TO WS-OTC-CHANGED(WS-OTX)
           ADD 1 TO WS-APPLIED-COUNT.

       2900-WRITE-AUDIT.
           MOVE DLT-FIELD       TO AUD-FIELD
           MOVE WS-BEFORE-VALUE TO AUD-BEFORE
           MOVE WS-AFTER-VALUE  TO AUD-AFTER
           WRITE AUD-REC
           MOVE SPACES TO ADL-PARM
           MOVE WS-DATE-TIME    TO ADL-TIMESTAMP
           MOVE "*BATCH*"       TO ADL-OPER-ID
           MOVE "T30DELT"       TO ADL-PROGRAM
           MOVE "T30C"          TO ADL-EVENT
           STRING "T30 " DLT-MARKET " " DLT-STOCK-NO " " DLT-FIELD
               DELIMITED BY SIZE INTO ADL-OBJECT
           MOVE WS-BEFORE-VALUE TO ADL-BEFORE
           MOVE WS-AFTER-VALUE  TO ADL-AFTER
           MOVE "INTRADAY DELTA APPLIED" TO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.

      * 套用完成後覆寫主檔(記憶體表已含全部記錄，原檔已讀畢
      * 關檔，比照 T30MWCH 快照檔覆寫方式)。
               WRITE OTC-OUT-REC FROM WS-OTC-IMAGE(WS-OTX)
           END-PERFORM
           CLOSE T30-OTC-OUT.

      * 本次異動之股票記錄影像累加寫入歷史檔，版本號取歷史檔
      * 當日既有最大版本加1(夜間全量為版本 000)。
       3200-ARCHIVE-VERSION.
           MOVE 0 TO WS-HIST-VERSION
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT T30-HIST-FILE
           PERFORM UNTIL HIST-EOF
               READ T30-HIST-FILE
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF T30H-BUS-DATE = WS-DATE-TIME(1:8)
                               AND T30H-VERSION > WS-HIST-VERSION
                           MOVE T30H-VERSION TO WS-HIST-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE T30-HIST-FILE
           ADD 1 TO WS-HIST-VERSION

           OPEN EXTEND T30-HIST-FILE
           PERFORM VARYING WS-TSX FROM 1 BY 1
                   UNTIL WS-TSX > WS-TSE-COUNT
               IF WS-TSE-CHANGED(WS-TSX) = 'Y'
                   MOVE SPACES TO T30-HIST-REC
                   MOVE WS-TSE-IMAGE(WS-TSX) TO T30H-IMAGE
                   MOVE 'T' TO T30H-MARKET
                   PERFORM 3290-WRITE-HIST
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OTX FROM 1 BY 1
                   UNTIL WS-OTX > WS-OTC-COUNT
               IF WS-OTC-CHANGED(WS-OTX) = 'Y'
                   MOVE SPACES TO T30-HIST-REC
                   MOVE WS-OTC-IMAGE(WS-OTX) TO T30H-IMAGE
                   MOVE 'O' TO T30H-MARKET
                   PERFORM 3290-WRITE-HIST
               END-IF
           END-PERFORM
           CLOSE T30-HIST-FILE.

       3290-WRITE-HIST.
           MOVE T30H-IMAGE(1:6)    TO T30H-STOCK-NO
           MOVE WS-DATE-TIME(1:8)  TO T30H-BUS-DATE
           MOVE WS-HIST-VERSION    TO T30H-VERSION
           MOVE WS-DATE-TIME       TO T30H-STAMP
           MOVE 'D'                TO T30H-SOURCE
           WRITE T30-HIST-REC
           ADD 1 TO WS-HIST-COUNT.
