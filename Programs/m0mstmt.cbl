      *               16/18，原12位致參考修飾越界)；QFIIMST 鍵長
      *               改14(股票代號+生效起日，版面併同調整)，同
      *               一股票得並存多版效期配額
      *   2026-09-24  納入申請人主檔(APLMST.DAT)維護，申請人帳號
      *               須為數字
      *   2026-09-30  納入債券/非股權成分主檔(BNDMST.DAT)維護，新增
      *               /更改時面額單位、價格、應計利息及日期須為數字
      *   2026-10-01  納入零股交割許可主檔(ODLMST.DAT)維護，新增/
      *               更改時生效日及零股上限須為數字
      *   2026-10-03  納入券商信用額度主檔(CRDLIM.DAT)維護，新增/
      *               更改時生效日、額度及未達件數上限須為數字
      *   2026-10-04  納入基金申贖暫停行事曆主檔(SUSCAL.DAT)維護，
      *               新增/更改時交易種類須為1/2、起迄日須為數字
      *   2026-10-05  納入現金替代政策主檔(CILPOL.DAT)維護，記錄別
      *               須為P/K，新增/更改政策記錄時比率上限須為數字
      *   2026-10-09  納入造市商退佣級距主檔(RBTMST.DAT)維護，新增
      *               /更改時生效日、級距基數及退佣金額須為數字
      *   2026-10-12  納入報表保存目錄主檔(RPTCAT.DAT)維護，記錄別
      *               須為T/R，新增/更改類別記錄時保存日數須為數字
      *   2026-10-13  納入歷史檔保存政策主檔(RETPOL.DAT)維護，檔案
      *               別須為M01HIST/M02HIST/M04HIST，保存日數須為
      *               數字、基準日別須為T/P
      *   2026-10-13  納入法律保全登錄檔(LGLHOLD.DAT)維護，對象別
      *               須為C/A/B、原因須為R/L/C/O、起迄日須為數字
      *   2026-10-15  每筆異動稽核另經 M0AUDLG 寫入作業稽核總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0MSTMT.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.

       COPY m0authc.
       COPY m0audlg.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN EXTEND AUD-FILE

           PERFORM 1000-PROCESS-ONE-MASTER
               VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 19

           CLOSE AUD-FILE

           CLOSE MNT-RPT-FILE
           STOP RUN.

      * 依序處理十九個主檔:載表、套用該主檔之異動、排序、寫出。
       1000-PROCESS-ONE-MASTER.
           EVALUATE WS-JX
               WHEN 1
                   MOVE "FEEMST.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 16 TO WS-KEY-LEN
               WHEN 10
                   MOVE "APLMST " TO WS-CUR-MASTER
                   MOVE "APLMST.DAT" TO WS-MST-IN-NAME
                   MOVE "APLMST.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 11 TO WS-KEY-LEN
               WHEN 11
                   MOVE "BNDMST " TO WS-CUR-MASTER
                   MOVE "BNDMST.DAT" TO WS-MST-IN-NAME
                   MOVE "BNDMST.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 6  TO WS-KEY-LEN
               WHEN 12
                   MOVE "ODLMST " TO WS-CUR-MASTER
                   MOVE "ODLMST.DAT" TO WS-MST-IN-NAME
                   MOVE "ODLMST.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 12 TO WS-KEY-LEN
               WHEN 13
                   MOVE "CRDLIM " TO WS-CUR-MASTER
                   MOVE "CRDLIM.DAT" TO WS-MST-IN-NAME
                   MOVE "CRDLIM.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 12 TO WS-KEY-LEN
               WHEN 14
                   MOVE "SUSCAL " TO WS-CUR-MASTER
                   MOVE "SUSCAL.DAT" TO WS-MST-IN-NAME
                   MOVE "SUSCAL.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 15 TO WS-KEY-LEN
               WHEN 15
                   MOVE "CILPOL " TO WS-CUR-MASTER
                   MOVE "CILPOL.DAT" TO WS-MST-IN-NAME
                   MOVE "CILPOL.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 13 TO WS-KEY-LEN
               WHEN 16
                   MOVE "RBTMST " TO WS-CUR-MASTER
                   MOVE "RBTMST.DAT" TO WS-MST-IN-NAME
                   MOVE "RBTMST.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 21 TO WS-KEY-LEN
               WHEN 17
                   MOVE "RPTCAT " TO WS-CUR-MASTER
                   MOVE "RPTCAT.DAT" TO WS-MST-IN-NAME
                   MOVE "RPTCAT.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 13 TO WS-KEY-LEN
               WHEN 18
                   MOVE "RETPOL " TO WS-CUR-MASTER
                   MOVE "RETPOL.DAT" TO WS-MST-IN-NAME
                   MOVE "RETPOL.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 8  TO WS-KEY-LEN
               WHEN 19
                   MOVE "LGLHOLD" TO WS-CUR-MASTER
                   MOVE "LGLHOLD.DAT" TO WS-MST-IN-NAME
                   MOVE "LGLHOLD.NEW" TO WS-MST-OUT-NAME
                   MOVE 50 TO WS-REC-LEN
                   MOVE 8  TO WS-KEY-LEN
           END-EVALUATE

           PERFORM 2000-LOAD-MASTER-TABLE
               PERFORM 3910-REJECT-NONNUM-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "APLMST "
                   AND TXN-DATA(5:7) NOT NUMERIC
               PERFORM 3910-REJECT-NONNUM-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "BNDMST "
                   AND TXN-ACTION NOT = 'D'
                   AND TXN-DATA(8:37) NOT NUMERIC
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "ODLMST "
                   AND TXN-ACTION NOT = 'D'
                   AND TXN-DATA(13:22) NOT NUMERIC
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "CRDLIM "
                   AND TXN-ACTION NOT = 'D'
                   AND TXN-DATA(5:32) NOT NUMERIC
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "SUSCAL "
                   AND TXN-ACTION NOT = 'D'
                   AND (TXN-DATA(8:16) NOT NUMERIC
                       OR (TXN-DATA(7:1) NOT = '1'
                           AND TXN-DATA(7:1) NOT = '2'))
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "CILPOL "
                   AND TXN-ACTION NOT = 'D'
                   AND ((TXN-DATA(7:1) NOT = 'P'
                           AND TXN-DATA(7:1) NOT = 'K')
                       OR (TXN-DATA(7:1) = 'P'
                           AND TXN-DATA(24:5) NOT NUMERIC))
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "RBTMST "
                   AND TXN-ACTION NOT = 'D'
                   AND TXN-DATA(7:39) NOT NUMERIC
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "RPTCAT "
                   AND TXN-ACTION NOT = 'D'
                   AND ((TXN-DATA(1:1) NOT = 'T'
                           AND TXN-DATA(1:1) NOT = 'R')
                       OR (TXN-DATA(1:1) = 'T'
                           AND TXN-DATA(14:5) NOT NUMERIC))
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "RETPOL "
                   AND TXN-ACTION NOT = 'D'
                   AND ((TXN-DATA(1:8) NOT = "M01HIST "
                           AND TXN-DATA(1:8) NOT = "M02HIST "
                           AND TXN-DATA(1:8) NOT = "M04HIST ")
                       OR TXN-DATA(9:5) NOT NUMERIC
                       OR (TXN-DATA(14:1) NOT = 'T'
                           AND TXN-DATA(14:1) NOT = 'P'))
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MASTER = "LGLHOLD"
                   AND TXN-ACTION NOT = 'D'
                   AND ((TXN-DATA(9:1) NOT = 'C'
                           AND TXN-DATA(9:1) NOT = 'A'
                           AND TXN-DATA(9:1) NOT = 'B')
                       OR (TXN-DATA(27:1) NOT = 'R'
                           AND TXN-DATA(27:1) NOT = 'L'
                           AND TXN-DATA(27:1) NOT = 'C'
                           AND TXN-DATA(27:1) NOT = 'O')
                       OR TXN-DATA(28:16) NOT NUMERIC)
               PERFORM 3915-REJECT-NONNUM-DATA
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-FIND-KEY
           EVALUATE TXN-ACTION
               WHEN 'A'
           MOVE WS-CUR-MASTER TO AUD-MASTER
           MOVE TXN-ACTION    TO AUD-ACTION
           MOVE TXN-DATA      TO AUD-AFTER
           WRITE AUD-REC
           MOVE SPACES TO ADL-PARM
           COMPUTE ADL-TIMESTAMP = WS-TIMESTAMP * 100
           MOVE TXN-USER      TO ADL-OPER-ID
           MOVE "M0MSTMT"     TO ADL-PROGRAM
           MOVE "MNT "        TO ADL-EVENT
           STRING WS-CUR-MASTER " " WS-ARG-KEY
               DELIMITED BY SIZE INTO ADL-OBJECT
           MOVE AUD-BEFORE    TO ADL-BEFORE
           MOVE AUD-AFTER     TO ADL-AFTER
           STRING "MAINTENANCE ACTION " TXN-ACTION
               DELIMITED BY SIZE INTO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.

       3900-REJECT-BLANK-KEY.
           ADD 1 TO WS-REJECT-COUNT
               DELIMITED BY SIZE INTO MNT-RPT-LINE
           WRITE MNT-RPT-LINE.

       3915-REJECT-NONNUM-DATA.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MNT-RPT-LINE
           STRING "REJECTED (DATA NOT NUMERIC): " WS-CUR-MASTER " "
               TXN-ACTION " " TXN-DATA(1:20)
               DELIMITED BY SIZE INTO MNT-RPT-LINE
           WRITE MNT-RPT-LINE.

       3920-REJECT-DUP-KEY.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MNT-RPT-LINE
