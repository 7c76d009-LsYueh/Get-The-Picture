      * M0PAYRL - 付款批次兩人核可/放行作業
      * 各付款檔產出站台結檔後經 M0PAYHD 於付款批次放行登記簿
      * PAYREL.DAT 登錄扣留(筆數、雜湊合計、金額合計)，未經放行
      * 之付款檔 M0XMANG 拒絕造冊送出。本程式依請求檔
      * M0PAYRL.REQ(每行: 動作(1)+付款檔名(12)+營業日(8)+操作員
      * (8))逐行處理:
      *   'A' 核可 - 操作員須具付款批次核可角色(M0AUTHC 'P')，
      *       批次金額合計不得超過核可限額；
      *   'R' 放行 - 批次須已核可，操作員須具放行/覆核角色
      *       (M0AUTHC 'O')且不得為核可人，批次金額合計不得超過
      *       放行限額。
      * 核可與放行前均經 M0PAYHD 重算付款檔筆數與雜湊合計，與
      * 扣留時不符(扣留後檔案遭更動)者拒絕。通過者於登記簿累加
      * 登錄核可(A)/放行(R)事件。角色限額由控制檔 M0PAYRL.CTL
      * (核可限額(12)+放行限額(12)，整數元、前補零)提供，經中央
      * 參數主檔落地: 程式代號 M0PAYRL 序號 01 核可限額、序號 02
      * 放行限額，參數值及落地長度各 12 碼。
      * 報表 M0PAYRL.RPT 列示各動作結果及登記簿各批次現況。
      * 控制檔不存在/不合或登記簿批次數超過表格容量者拒絕執行；
      * 有動作被拒者 RETURN-CODE=8。
      *
      * 修改紀錄:
      *   2026-10-14  新增此程式
      *   2026-10-15  限額改為 12 碼，配合參數主檔參數值長度
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0PAYRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQ-FILE ASSIGN TO "M0PAYRL.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M0PAYRL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYREL-FILE ASSIGN TO "PAYREL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYRL-RPT-FILE ASSIGN TO "M0PAYRL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-ACTION           PIC X(01).
           05  REQ-FILE-NAME        PIC X(12).
           05  REQ-BUS-DATE         PIC 9(08).
           05  REQ-OPER-ID          PIC X(08).

       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-APPR-LIMIT       PIC 9(12).
           05  CTL-REL-LIMIT        PIC 9(12).

       FD  PAYREL-FILE.
       COPY payrel.

       FD  PAYRL-RPT-FILE.
       01  PAYRL-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF               PIC X VALUE 'N'.
           88  REQ-EOF                    VALUE 'Y'.
       01  WS-CTL-EOF               PIC X VALUE 'N'.
           88  CTL-EOF                    VALUE 'Y'.
       01  WS-PRL-EOF               PIC X VALUE 'N'.
           88  PRL-EOF                    VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.

       01  WS-APPR-LIMIT            PIC 9(12) VALUE 0.
       01  WS-REL-LIMIT             PIC 9(12) VALUE 0.
       01  WS-TIME-NOW              PIC 9(08).

      * 登記簿批次現況表(同檔名+營業日一筆，依事件重演而得)。
       01  WS-BAT-MAX               PIC 9(04) VALUE 2000.
       01  WS-BAT-TABLE.
           05  WS-BAT-COUNT         PIC 9(04) VALUE 0.
           05  WS-BAT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BTX.
               10  WS-BT-FILE-NAME  PIC X(12).
               10  WS-BT-BUS-DATE   PIC 9(08).
               10  WS-BT-SOURCE     PIC X(08).
               10  WS-BT-RECFM      PIC X(01).
               10  WS-BT-RECLEN     PIC 9(04).
               10  WS-BT-DTL-COUNT  PIC 9(07).
               10  WS-BT-AMOUNT     PIC 9(18).
               10  WS-BT-REC-COUNT  PIC 9(09).
               10  WS-BT-HASH       PIC 9(18).
               10  WS-BT-STATUS     PIC X(01).
               10  WS-BT-APPROVER   PIC X(08).
               10  WS-BT-RELEASER   PIC X(08).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  BATCH-FOUND                VALUE 'Y'.
       01  WS-ARG-FILE-NAME         PIC X(12).
       01  WS-ARG-BUS-DATE          PIC 9(08).
       01  WS-REJECT-TEXT           PIC X(40).

       01  WS-ACTIONS-READ          PIC 9(05) VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(05) VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(05) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(05) VALUE 0.

       COPY m0authc.

       COPY m0payhd.

       01  WS-HDR-1                 PIC X(80) VALUE
           "OUTBOUND PAYMENT BATCH RELEASE REGISTER".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "FILE         BUS DATE SOURCE     ITEMS  ".
           05  FILLER               PIC X(40) VALUE
               "     AMOUNT TOTAL   STATUS   APPROVER RE".
           05  FILLER               PIC X(06) VALUE
               "LEASER".

       01  WS-DETAIL-LINE.
           05  WS-D-FILE-NAME       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BUS-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SOURCE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DTL-COUNT       PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AMOUNT          PIC Z(17)9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-STATUS          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-APPROVER        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RELEASER        PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT PAYRL-RPT-FILE
           MOVE WS-HDR-1 TO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           MOVE SPACES TO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE

           PERFORM 1000-READ-CONTROL
           IF NOT REQUEST-REFUSED
               PERFORM 1100-LOAD-REGISTER
           END-IF
           IF REQUEST-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE PAYRL-RPT-FILE
               STOP RUN
           END-IF

           PERFORM 2000-PROCESS-ACTIONS
           PERFORM 4000-LIST-REGISTER

           MOVE SPACES TO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           STRING "ACTIONS READ...........: " WS-ACTIONS-READ
               DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           MOVE SPACES TO PAYRL-RPT-LINE
           STRING "BATCHES APPROVED.......: " WS-APPROVED-COUNT
               DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           MOVE SPACES TO PAYRL-RPT-LINE
           STRING "BATCHES RELEASED.......: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           MOVE SPACES TO PAYRL-RPT-LINE
           STRING "ACTIONS REJECTED.......: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           MOVE SPACES TO PAYRL-RPT-LINE
           STRING "BATCHES NOT RELEASED...: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           CLOSE PAYRL-RPT-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * 角色限額:核可限額('P')及放行限額('O')。
       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CTL-EOF
                   MOVE "REQUEST REFUSED - NO M0PAYRL.CTL LIMITS"
                       TO PAYRL-RPT-LINE
                   WRITE PAYRL-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN CTL-APPR-LIMIT NOT NUMERIC
                       OR CTL-REL-LIMIT NOT NUMERIC
                   MOVE "REQUEST REFUSED - LIMITS NOT NUMERIC"
                       TO PAYRL-RPT-LINE
                   WRITE PAYRL-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   MOVE CTL-APPR-LIMIT TO WS-APPR-LIMIT
                   MOVE CTL-REL-LIMIT  TO WS-REL-LIMIT
           END-EVALUATE
           CLOSE CTL-FILE.

      * 事件重演:扣留起算新現況(先前核可/放行失效)，核可/放行
      * 依序更新狀態。
       1100-LOAD-REGISTER.
           OPEN INPUT PAYREL-FILE
           PERFORM UNTIL PRL-EOF OR REQUEST-REFUSED
               READ PAYREL-FILE
                   AT END SET PRL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1200-APPLY-EVENT
               END-READ
           END-PERFORM
           CLOSE PAYREL-FILE.

       1200-APPLY-EVENT.
           MOVE PRL-FILE-NAME TO WS-ARG-FILE-NAME
           MOVE PRL-BUS-DATE  TO WS-ARG-BUS-DATE
           PERFORM 3900-FIND-BATCH
           IF NOT BATCH-FOUND
               IF NOT PRL-HELD
                   EXIT PARAGRAPH
               END-IF
               IF WS-BAT-COUNT >= WS-BAT-MAX
                   MOVE "REQUEST REFUSED - REGISTER EXCEEDS TABLE"
                       TO PAYRL-RPT-LINE
                   WRITE PAYRL-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BAT-COUNT
               SET WS-BTX TO WS-BAT-COUNT
           END-IF
           EVALUATE TRUE
               WHEN PRL-HELD
                   MOVE PRL-FILE-NAME    TO WS-BT-FILE-NAME(WS-BTX)
                   MOVE PRL-BUS-DATE     TO WS-BT-BUS-DATE(WS-BTX)
                   MOVE PRL-SOURCE       TO WS-BT-SOURCE(WS-BTX)
                   MOVE PRL-RECFM        TO WS-BT-RECFM(WS-BTX)
                   MOVE PRL-RECLEN       TO WS-BT-RECLEN(WS-BTX)
                   MOVE PRL-DTL-COUNT    TO WS-BT-DTL-COUNT(WS-BTX)
                   MOVE PRL-AMOUNT-TOTAL TO WS-BT-AMOUNT(WS-BTX)
                   MOVE PRL-REC-COUNT    TO WS-BT-REC-COUNT(WS-BTX)
                   MOVE PRL-HASH-TOTAL   TO WS-BT-HASH(WS-BTX)
                   MOVE 'H'              TO WS-BT-STATUS(WS-BTX)
                   MOVE SPACES           TO WS-BT-APPROVER(WS-BTX)
                                            WS-BT-RELEASER(WS-BTX)
               WHEN PRL-APPROVED
                   MOVE 'A'              TO WS-BT-STATUS(WS-BTX)
                   MOVE PRL-OPER-ID      TO WS-BT-APPROVER(WS-BTX)
               WHEN PRL-RELEASED
                   MOVE 'R'              TO WS-BT-STATUS(WS-BTX)
                   MOVE PRL-OPER-ID      TO WS-BT-RELEASER(WS-BTX)
           END-EVALUATE.

       2000-PROCESS-ACTIONS.
           OPEN INPUT REQ-FILE
           PERFORM UNTIL REQ-EOF
               READ REQ-FILE
                   AT END SET REQ-EOF TO TRUE
                   NOT AT END
                       IF REQ-LINE NOT = SPACES
                           ADD 1 TO WS-ACTIONS-READ
                           PERFORM 2100-PROCESS-ONE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQ-FILE.

      * 單一動作:檢核通過者登錄事件，否則列示拒絕原因。
       2100-PROCESS-ONE-ACTION.
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN REQ-ACTION NOT = 'A' AND REQ-ACTION NOT = 'R'
                   MOVE "ACTION MUST BE A OR R" TO WS-REJECT-TEXT
               WHEN REQ-FILE-NAME = SPACES
                   MOVE "PAYMENT FILE NAME REQUIRED"
                       TO WS-REJECT-TEXT
               WHEN REQ-BUS-DATE NOT NUMERIC
                   MOVE "BUSINESS DATE NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN REQ-OPER-ID = SPACES
                   MOVE "OPERATOR REQUIRED" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
               MOVE REQ-FILE-NAME TO WS-ARG-FILE-NAME
               MOVE REQ-BUS-DATE  TO WS-ARG-BUS-DATE
               PERFORM 3900-FIND-BATCH
               IF NOT BATCH-FOUND
                   MOVE "BATCH NOT HELD IN REGISTER"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               IF REQ-ACTION = 'A'
                   PERFORM 2200-CHECK-APPROVAL
               ELSE
                   PERFORM 2300-CHECK-RELEASE
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               PERFORM 2400-VERIFY-FILE
           END-IF
           IF WS-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO PAYRL-RPT-LINE
               STRING "REJECTED " REQ-ACTION " " REQ-FILE-NAME
                   " " REQ-BUS-DATE " BY " REQ-OPER-ID " - "
                   WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO PAYRL-RPT-LINE
               WRITE PAYRL-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-LOG-EVENT.

      * 核可:批次須為扣留中，核可人具 'P' 角色且金額不逾核可
      * 限額。
       2200-CHECK-APPROVAL.
           EVALUATE WS-BT-STATUS(WS-BTX)
               WHEN 'A'
                   MOVE "BATCH ALREADY APPROVED" TO WS-REJECT-TEXT
                   EXIT PARAGRAPH
               WHEN 'R'
                   MOVE "BATCH ALREADY RELEASED" TO WS-REJECT-TEXT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'P' TO AUT-ROLE
           PERFORM 3800-CHECK-OPERATOR
           IF WS-REJECT-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-AMOUNT(WS-BTX) > WS-APPR-LIMIT
               MOVE "AMOUNT OVER APPROVAL LIMIT" TO WS-REJECT-TEXT
           END-IF.

      * 放行:批次須已核可，放行人具 'O' 角色、非核可人且金額
      * 不逾放行限額。
       2300-CHECK-RELEASE.
           EVALUATE WS-BT-STATUS(WS-BTX)
               WHEN 'H'
                   MOVE "BATCH NOT YET APPROVED" TO WS-REJECT-TEXT
                   EXIT PARAGRAPH
               WHEN 'R'
                   MOVE "BATCH ALREADY RELEASED" TO WS-REJECT-TEXT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF REQ-OPER-ID = WS-BT-APPROVER(WS-BTX)
               MOVE "RELEASER SAME AS APPROVER" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO AUT-ROLE
           PERFORM 3800-CHECK-OPERATOR
           IF WS-REJECT-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-AMOUNT(WS-BTX) > WS-REL-LIMIT
               MOVE "AMOUNT OVER RELEASE LIMIT" TO WS-REJECT-TEXT
           END-IF.

      * 重算付款檔筆數與雜湊合計，須與扣留時相符。
       2400-VERIFY-FILE.
           MOVE SPACES TO PHD-PARM
           MOVE 'C'                     TO PHD-FUNC
           MOVE WS-BT-FILE-NAME(WS-BTX) TO PHD-FILE-NAME
           MOVE WS-BT-BUS-DATE(WS-BTX)  TO PHD-BUS-DATE
           MOVE WS-BT-RECFM(WS-BTX)     TO PHD-RECFM
           MOVE WS-BT-RECLEN(WS-BTX)    TO PHD-RECLEN
           MOVE "M0PAYRL"               TO PHD-SOURCE
           MOVE 0 TO PHD-DTL-COUNT PHD-AMOUNT-TOTAL
           CALL "M0PAYHD" USING PHD-PARM
           IF PHD-RESULT NOT = 'Y'
               MOVE "PAYMENT FILE NOT FOUND" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF PHD-REC-COUNT NOT = WS-BT-REC-COUNT(WS-BTX)
                   OR PHD-HASH-TOTAL NOT = WS-BT-HASH(WS-BTX)
               MOVE "FILE ALTERED SINCE HOLD" TO WS-REJECT-TEXT
           END-IF.

      * 核可/放行事件累加登錄(併抄扣留時控制值)並更新現況。
       2500-LOG-EVENT.
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND PAYREL-FILE
           MOVE SPACES TO PAY-RELEASE-REC
           MOVE WS-BT-FILE-NAME(WS-BTX)  TO PRL-FILE-NAME
           MOVE WS-BT-BUS-DATE(WS-BTX)   TO PRL-BUS-DATE
           MOVE REQ-ACTION               TO PRL-EVENT
           MOVE WS-BT-SOURCE(WS-BTX)     TO PRL-SOURCE
           MOVE WS-BT-RECFM(WS-BTX)      TO PRL-RECFM
           MOVE WS-BT-RECLEN(WS-BTX)     TO PRL-RECLEN
           MOVE WS-BT-DTL-COUNT(WS-BTX)  TO PRL-DTL-COUNT
           MOVE WS-BT-AMOUNT(WS-BTX)     TO PRL-AMOUNT-TOTAL
           MOVE WS-BT-REC-COUNT(WS-BTX)  TO PRL-REC-COUNT
           MOVE WS-BT-HASH(WS-BTX)       TO PRL-HASH-TOTAL
           MOVE REQ-OPER-ID              TO PRL-OPER-ID
           MOVE WS-TIME-NOW(1:6)         TO PRL-EVENT-TIME
           WRITE PAY-RELEASE-REC
           CLOSE PAYREL-FILE
           MOVE SPACES TO PAYRL-RPT-LINE
           IF REQ-ACTION = 'A'
               MOVE 'A' TO WS-BT-STATUS(WS-BTX)
               MOVE REQ-OPER-ID TO WS-BT-APPROVER(WS-BTX)
               ADD 1 TO WS-APPROVED-COUNT
               STRING "APPROVED " REQ-FILE-NAME " " REQ-BUS-DATE
                   " BY " REQ-OPER-ID
                   DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           ELSE
               MOVE 'R' TO WS-BT-STATUS(WS-BTX)
               MOVE REQ-OPER-ID TO WS-BT-RELEASER(WS-BTX)
               ADD 1 TO WS-RELEASED-COUNT
               STRING "RELEASED " REQ-FILE-NAME " " REQ-BUS-DATE
                   " BY " REQ-OPER-ID
                   DELIMITED BY SIZE INTO PAYRL-RPT-LINE
           END-IF
           WRITE PAYRL-RPT-LINE.

      * 操作員角色檢核(角色碼由呼叫段落先行填入)。
       3800-CHECK-OPERATOR.
           MOVE REQ-OPER-ID  TO AUT-OPER-ID
           MOVE REQ-BUS-DATE TO AUT-CHECK-DATE
           MOVE "M0PAYRL"    TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               STRING "OPERATOR NOT AUTHORIZED (" AUT-REASON ")"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

       3900-FIND-BATCH.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BTX FROM 1 BY 1
                   UNTIL WS-BTX > WS-BAT-COUNT
               IF WS-BT-FILE-NAME(WS-BTX) = WS-ARG-FILE-NAME
                       AND WS-BT-BUS-DATE(WS-BTX) = WS-ARG-BUS-DATE
                   SET BATCH-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 登記簿各批次現況。
       4000-LIST-REGISTER.
           MOVE SPACES TO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           MOVE WS-HDR-2 TO PAYRL-RPT-LINE
           WRITE PAYRL-RPT-LINE
           PERFORM VARYING WS-BTX FROM 1 BY 1
                   UNTIL WS-BTX > WS-BAT-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BT-FILE-NAME(WS-BTX) TO WS-D-FILE-NAME
               MOVE WS-BT-BUS-DATE(WS-BTX)  TO WS-D-BUS-DATE
               MOVE WS-BT-SOURCE(WS-BTX)    TO WS-D-SOURCE
               MOVE WS-BT-DTL-COUNT(WS-BTX) TO WS-D-DTL-COUNT
               MOVE WS-BT-AMOUNT(WS-BTX)    TO WS-D-AMOUNT
               MOVE WS-BT-APPROVER(WS-BTX)  TO WS-D-APPROVER
               MOVE WS-BT-RELEASER(WS-BTX)  TO WS-D-RELEASER
               EVALUATE WS-BT-STATUS(WS-BTX)
                   WHEN 'H' MOVE "HELD"     TO WS-D-STATUS
                   WHEN 'A' MOVE "APPROVED" TO WS-D-STATUS
                   WHEN 'R' MOVE "RELEASED" TO WS-D-STATUS
               END-EVALUATE
               IF WS-BT-STATUS(WS-BTX) NOT = 'R'
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               MOVE WS-DETAIL-LINE TO PAYRL-RPT-LINE
               WRITE PAYRL-RPT-LINE
           END-PERFORM.
