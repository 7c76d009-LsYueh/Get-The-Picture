      * M03EDIT - 券商補券申報(M03)對原短缺部位(M02)檢核
      * M03AUTO 僅涵蓋本公司依短缺部位自動產生之申報；券商自行送
      * 達之 M03.DAT 補券申報過去未與其聲稱補足之案件比對，致未曾
      * 短缺之流水號、申報部位與短缺部位不符、或非申請籃內股票之
      * 申報一併進入圈存查詢。本程式於 M08QGEN 產生查詢請求前，
      * 以鍵值 ETF-ID+BROKER-ID+TX-DATE+SEQNO+ACNT-NO+STKNO 將每
      * 筆申報與 M02.DAT 明細比對:
      *   1. 查無該案件(ETF-ID+BROKER-ID+TX-DATE+SEQNO)  :'MU'
      *   2. 案件存在但無該帳號/股票之明細(非申請籃內)   :'MB'
      *   3. 明細存在但短缺部位(M02-LACK-STOCK-NOS)為0    :'MN'
      *   4. 申報部位(TODAY-NET-NOS+BORROW-STOCK-NOS)大於
      *      短缺部位                                      :'MO'
      *   5. 申報部位小於短缺部位                          :'ML'
      * 同鍵值之 M02 明細有多筆者短缺部位合計後比對。錯誤經
      * M0ERRDT 登錄逐筆錯誤明細檔(來源檔別 M03)並依優先序註記
      * ERROR-CODE，M08QGEN 即不就該筆申報產生查詢請求。
      * M03、M02 先各依鍵值排序後合併比對；寫出 M03EDT.DAT(由排程
      * 取代 M03.DAT，依鍵值排序)及例外報表 M03EDIT.RPT。錯誤代碼
      * 經主檔維護作業(M0MSTMT)登錄於錯誤代碼對照主檔。
      *
      * 修改紀錄:
      *   2026-10-03  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M03EDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT M03-FILE ASSIGN TO "M03.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-03 ASSIGN TO "M03EDIT.S03".
           SELECT SORT-WORK-02 ASSIGN TO "M03EDIT.S02".
           SELECT M03-SORTED ASSIGN TO "M03EDIT.D03"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-SORTED ASSIGN TO "M03EDIT.D02"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M03-OUT-FILE ASSIGN TO "M03EDT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-RPT-FILE ASSIGN TO "M03EDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  M03-FILE.
       COPY m03.

       FD  M02-FILE.
       COPY m02rec.

       SD  SORT-WORK-03.
       01  S03-REC.
           05  S03-TRAN-CODE        PIC X(01).
           05  S03-PROC-DATE        PIC 9(08).
           05  S03-ETF-ID           PIC X(06).
           05  S03-BROKER-ID        PIC X(04).
           05  S03-TX-DATE          PIC 9(08).
           05  S03-SEQNO            PIC X(03).
           05  S03-ACNT-BROKER      PIC X(04).
           05  S03-ACNT-NO          PIC 9(07).
           05  S03-STKNO            PIC X(06).
           05  S03-REST             PIC X(53).

       SD  SORT-WORK-02.
       01  S02-REC.
           05  S02-TRAN-CODE        PIC X(01).
           05  S02-ETF-ID           PIC X(06).
           05  S02-BROKER-ID        PIC X(04).
           05  S02-TX-DATE          PIC 9(08).
           05  S02-SEQNO            PIC X(03).
           05  S02-ACNT-BROKER      PIC X(04).
           05  S02-ACNT-NO          PIC 9(07).
           05  S02-STKNO            PIC X(06).
           05  S02-REST             PIC X(111).

       FD  M03-SORTED.
       01  M3S-REC.
           05  M3S-TRAN-CODE        PIC X(01).
           05  M3S-PROC-DATE        PIC 9(08).
           05  M3S-ETF-ID           PIC X(06).
           05  M3S-BROKER-ID        PIC X(04).
           05  M3S-TX-DATE          PIC 9(08).
           05  M3S-SEQNO            PIC X(03).
           05  M3S-ACNT-BROKER      PIC X(04).
           05  M3S-ACNT-NO          PIC 9(07).
           05  M3S-STKNO            PIC X(06).
           05  M3S-NET-NOS          PIC 9(10).
           05  M3S-BORROW-NOS       PIC 9(10).
           05  FILLER               PIC X(20).
           05  M3S-ERROR-CODE       PIC X(02).
           05  FILLER               PIC X(11).

       FD  M02-SORTED.
       01  M2S-REC.
           05  M2S-TRAN-CODE        PIC X(01).
           05  M2S-ETF-ID           PIC X(06).
           05  M2S-BROKER-ID        PIC X(04).
           05  M2S-TX-DATE          PIC 9(08).
           05  M2S-SEQNO            PIC X(03).
           05  M2S-ACNT-BROKER      PIC X(04).
           05  M2S-ACNT-NO          PIC 9(07).
           05  M2S-STKNO            PIC X(06).
           05  FILLER               PIC X(40).
           05  M2S-LACK-STOCK-NOS   PIC 9(10).
           05  FILLER               PIC X(61).

       FD  M03-OUT-FILE.
       01  M03-OUT-REC              PIC X(100).

       FD  EDIT-RPT-FILE.
       01  EDIT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-S03-EOF               PIC X VALUE 'N'.
           88  S03-EOF                    VALUE 'Y'.
       01  WS-S02-EOF               PIC X VALUE 'N'.
           88  S02-EOF                    VALUE 'Y'.
       01  WS-CASE-FOUND            PIC X VALUE 'N'.
           88  CASE-FOUND                 VALUE 'Y'.
       01  WS-LINE-FOUND            PIC X VALUE 'N'.
           88  LINE-FOUND                 VALUE 'Y'.

       01  WS-M03-KEY.
           05  WS-K3-CASE.
               10  WS-K3-ETF-ID     PIC X(06).
               10  WS-K3-BROKER-ID  PIC X(04).
               10  WS-K3-TX-DATE    PIC 9(08).
               10  WS-K3-SEQNO      PIC X(03).
           05  WS-K3-ACNT-NO        PIC 9(07).
           05  WS-K3-STKNO          PIC X(06).
       01  WS-M02-KEY               VALUE LOW-VALUES.
           05  WS-K2-CASE.
               10  WS-K2-ETF-ID     PIC X(06).
               10  WS-K2-BROKER-ID  PIC X(04).
               10  WS-K2-TX-DATE    PIC 9(08).
               10  WS-K2-SEQNO      PIC X(03).
           05  WS-K2-ACNT-NO        PIC 9(07).
           05  WS-K2-STKNO          PIC X(06).
      * 最近一筆已越過之 M02 案件鍵值，供判斷案件是否存在
       01  WS-LAST-CASE             PIC X(21) VALUE LOW-VALUES.
      * 最近一組相符之 M02 鍵值及其短缺部位合計(同鍵值申報重複用)
       01  WS-MATCH-KEY             PIC X(34) VALUE HIGH-VALUES.
       01  WS-MATCH-LACK            PIC 9(11) VALUE 0.
       01  WS-DECL-NOS              PIC 9(11).
       01  WS-EDIT-CODE             PIC X(02).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-OK-COUNT              PIC 9(07) VALUE 0.
       01  WS-MU-COUNT              PIC 9(07) VALUE 0.
       01  WS-MB-COUNT              PIC 9(07) VALUE 0.
       01  WS-MN-COUNT              PIC 9(07) VALUE 0.
       01  WS-MO-COUNT              PIC 9(07) VALUE 0.
       01  WS-ML-COUNT              PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "M03 REPLENISHMENT DECLARATION EDIT AGAINST M02 SHORTFALL".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "ETF-ID BROKER TX-DATE  SEQ ACNT-NO STKNO".
           05  FILLER               PIC X(40) VALUE
               "       DECLARED     SHORTFALL CODE".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DECL-NOS        PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LACK-NOS        PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CODE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REASON          PIC X(30).

       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-WORK-03 ON ASCENDING KEY
                   S03-ETF-ID S03-BROKER-ID S03-TX-DATE
                   S03-SEQNO S03-ACNT-NO S03-STKNO
               USING M03-FILE
               GIVING M03-SORTED
           SORT SORT-WORK-02 ON ASCENDING KEY
                   S02-ETF-ID S02-BROKER-ID S02-TX-DATE
                   S02-SEQNO S02-ACNT-NO S02-STKNO
               USING M02-FILE
               GIVING M02-SORTED

           OPEN OUTPUT EDIT-RPT-FILE
           MOVE WS-HDR-1 TO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE WS-HDR-2 TO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE

           OPEN INPUT M03-SORTED
           OPEN INPUT M02-SORTED
           OPEN OUTPUT M03-OUT-FILE
           PERFORM 1100-READ-M02-SORTED
           PERFORM 1000-READ-M03-SORTED
           PERFORM UNTIL S03-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-EDIT-DECLARATION
               WRITE M03-OUT-REC FROM M3S-REC
               PERFORM 1000-READ-M03-SORTED
           END-PERFORM
           CLOSE M03-SORTED M02-SORTED M03-OUT-FILE

           PERFORM 8000-WRITE-TOTALS
           CLOSE EDIT-RPT-FILE
           STOP RUN.

       1000-READ-M03-SORTED.
           READ M03-SORTED
               AT END SET S03-EOF TO TRUE
               NOT AT END
                   MOVE M3S-ETF-ID    TO WS-K3-ETF-ID
                   MOVE M3S-BROKER-ID TO WS-K3-BROKER-ID
                   MOVE M3S-TX-DATE   TO WS-K3-TX-DATE
                   MOVE M3S-SEQNO     TO WS-K3-SEQNO
                   MOVE M3S-ACNT-NO   TO WS-K3-ACNT-NO
                   MOVE M3S-STKNO     TO WS-K3-STKNO
           END-READ.

      * 讀取下一筆前保留目前案件鍵值，供判斷已越過之案件。
       1100-READ-M02-SORTED.
           MOVE WS-K2-CASE TO WS-LAST-CASE
           READ M02-SORTED
               AT END SET S02-EOF TO TRUE
                      MOVE HIGH-VALUES TO WS-M02-KEY
               NOT AT END
                   MOVE M2S-ETF-ID    TO WS-K2-ETF-ID
                   MOVE M2S-BROKER-ID TO WS-K2-BROKER-ID
                   MOVE M2S-TX-DATE   TO WS-K2-TX-DATE
                   MOVE M2S-SEQNO     TO WS-K2-SEQNO
                   MOVE M2S-ACNT-NO   TO WS-K2-ACNT-NO
                   MOVE M2S-STKNO     TO WS-K2-STKNO
           END-READ.

      * 比對 M02 明細並依序判定錯誤代碼；相符者不異動 ERROR-CODE。
       2000-EDIT-DECLARATION.
           PERFORM 2100-MATCH-M02
           COMPUTE WS-DECL-NOS = M3S-NET-NOS + M3S-BORROW-NOS
           MOVE SPACES TO WS-EDIT-CODE
           MOVE SPACES TO WS-D-REASON
           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   MOVE "MU" TO WS-EDIT-CODE
                   MOVE "CASE NOT FOUND IN M02" TO WS-D-REASON
                   ADD 1 TO WS-MU-COUNT
               WHEN NOT LINE-FOUND
                   MOVE "MB" TO WS-EDIT-CODE
                   MOVE "ACCOUNT/STOCK NOT IN BASKET"
                       TO WS-D-REASON
                   ADD 1 TO WS-MB-COUNT
               WHEN WS-MATCH-LACK = 0
                   MOVE "MN" TO WS-EDIT-CODE
                   MOVE "NO SHORTFALL ON M02 LINE" TO WS-D-REASON
                   ADD 1 TO WS-MN-COUNT
               WHEN WS-DECL-NOS > WS-MATCH-LACK
                   MOVE "MO" TO WS-EDIT-CODE
                   MOVE "OVER-DECLARED" TO WS-D-REASON
                   ADD 1 TO WS-MO-COUNT
               WHEN WS-DECL-NOS < WS-MATCH-LACK
                   MOVE "ML" TO WS-EDIT-CODE
                   MOVE "UNDER-DECLARED" TO WS-D-REASON
                   ADD 1 TO WS-ML-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE
           IF WS-EDIT-CODE NOT = SPACES
               MOVE WS-EDIT-CODE TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               PERFORM 3000-WRITE-EXCEPTION
           END-IF.

      * 推進 M02 至不小於 M03 鍵值處；相等者將同鍵值各筆短缺部位
      * 合計。同鍵值之重複申報沿用前次合計結果。
       2100-MATCH-M02.
           MOVE 'N' TO WS-CASE-FOUND
           MOVE 'N' TO WS-LINE-FOUND
           IF WS-M03-KEY = WS-MATCH-KEY
               SET CASE-FOUND TO TRUE
               SET LINE-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MATCH-LACK
           PERFORM UNTIL S02-EOF OR WS-M02-KEY >= WS-M03-KEY
               PERFORM 1100-READ-M02-SORTED
           END-PERFORM
           IF WS-M02-KEY = WS-M03-KEY
               SET CASE-FOUND TO TRUE
               SET LINE-FOUND TO TRUE
               MOVE WS-M02-KEY TO WS-MATCH-KEY
               PERFORM UNTIL S02-EOF OR WS-M02-KEY NOT = WS-MATCH-KEY
                   ADD M2S-LACK-STOCK-NOS TO WS-MATCH-LACK
                   PERFORM 1100-READ-M02-SORTED
               END-PERFORM
           ELSE
               IF WS-K2-CASE = WS-K3-CASE OR
                       WS-LAST-CASE = WS-K3-CASE
                   SET CASE-FOUND TO TRUE
               END-IF
           END-IF.

       3000-WRITE-EXCEPTION.
           MOVE M3S-ETF-ID     TO WS-D-ETF-ID
           MOVE M3S-BROKER-ID  TO WS-D-BROKER-ID
           MOVE M3S-TX-DATE    TO WS-D-TX-DATE
           MOVE M3S-SEQNO      TO WS-D-SEQNO
           MOVE M3S-ACNT-NO    TO WS-D-ACNT-NO
           MOVE M3S-STKNO      TO WS-D-STKNO
           MOVE WS-DECL-NOS    TO WS-D-DECL-NOS
           MOVE WS-MATCH-LACK  TO WS-D-LACK-NOS
           MOVE WS-EDIT-CODE   TO WS-D-CODE
           MOVE WS-DETAIL-LINE TO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "M03 DECLARATIONS READ..: " WS-READ-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "MATCHED M02 SHORTFALL..: " WS-OK-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "UNKNOWN CASE (MU)......: " WS-MU-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "NOT IN BASKET (MB).....: " WS-MB-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "NO SHORTFALL (MN)......: " WS-MN-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "OVER-DECLARED (MO).....: " WS-MO-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE
           MOVE SPACES TO EDIT-RPT-LINE
           STRING "UNDER-DECLARED (ML)....: " WS-ML-COUNT
               DELIMITED BY SIZE INTO EDIT-RPT-LINE
           WRITE EDIT-RPT-LINE.

       9500-RECORD-ERROR.
           MOVE "M03"          TO ERD-REC-TYPE
           MOVE M3S-ETF-ID     TO ERD-ETF-ID
           MOVE M3S-BROKER-ID  TO ERD-BROKER-ID
           MOVE M3S-TX-DATE    TO ERD-TX-DATE
           MOVE M3S-SEQNO      TO ERD-SEQNO
           MOVE M3S-STKNO      TO ERD-STKNO
           MOVE M3S-ERROR-CODE TO ERD-CUR-CODE
           MOVE "M03EDIT"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M3S-ERROR-CODE.
