      * M0DFLT - 參加人停權違約結清部位彙總作業
      * 券商參加人狀態(BRK-MST-STATUS)轉為停權後，M01BRKV 即拒收
      * 新申報，惟該券商尚留有多少未結義務無人能答。本程式逐日
      * 比對券商主檔 BRKMST.DAT 與前日快照 BRKSNAP.DAT，狀態轉為
      * 停權('S')之券商(或控制檔指定重跑之券商)即觸發結清彙總，
      * 一次讀遍各檔彙集該券商全部未結義務:
      *   1. APLSTS 未達交割/結案(狀態非 T/C)之在途案件(數量項)。
      *   2. FAILLED 交割未達案件(數量項)。
      *   3. MGNLED 待收保證金(應收)及已收持有中保證金(應付)。
      *   4. CSHLED 依收取人開戶券商歸戶之未銷帳現金差額:應收
      *      差額(應收)、應付差額(應付)。
      *   5. ARINV 未結帳單之未收餘額(應收)。
      *   6. SBLOPN 未回補借券股數(數量項)。
      *   7. HOLDLED 該券商客戶帳戶持有單位數(數量項)。
      * 逐項寫出結清部位檔 DFLTCLO.DAT(版面見 dfltclo 抄寫簿)，
      * 報表 M0DFLT.RPT 列示明細及各券商應收/應付合計與淨額方向
      * ；每一觸發券商並寫入告警中心(ALHINTK.DAT，嚴重度 C)通知
      * 維運與郵件。本日券商主檔另寫出 BRKSNAP.NEW(由排程取代
      * BRKSNAP.DAT)作為次日比對基準。
      * 控制檔 M0DFLT.CTL:處理日(8)+重跑券商代表號(4，空白=無)。
      *
      * 假設: 無前日快照(首次執行)時，主檔中已為停權之券商一律
      *       視為本日轉入停權並產出結清部位。
      *
      * 修改紀錄:
      *   2026-10-04  新增此程式
      *   2026-10-09  應收帳款檔版面配合加長為120位(增列退佣金額)
      *   2026-10-09  應收帳款檔版面增列遲延利息金額
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DFLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0DFLT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SNAP-IN ASSIGN TO "BRKSNAP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SNAP-OUT ASSIGN TO "BRKSNAP.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APLSTS-FILE ASSIGN TO "APLSTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY.
           SELECT OPTIONAL FAILLED-FILE ASSIGN TO "FAILLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGNLED-FILE ASSIGN TO "MGNLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CSHLED-FILE ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARINV-FILE ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SBLOPN-FILE ASSIGN TO "SBLOPN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDLED-FILE ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLO-FILE ASSIGN TO "DFLTCLO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DFLT-RPT-FILE ASSIGN TO "M0DFLT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-FORCE-BROKER     PIC X(04).

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  SNAP-IN.
       01  SNAP-IN-REC.
           05  SNP-ID               PIC X(04).
           05  FILLER               PIC X(31).
           05  SNP-STATUS           PIC X(01).
           05  FILLER               PIC X(14).

       FD  SNAP-OUT.
       01  SNAP-OUT-REC             PIC X(50).

       FD  APLSTS-FILE.
       COPY aplsts.

       FD  FAILLED-FILE.
       01  FAIL-LED-REC.
           05  FLD-ETF-ID           PIC X(06).
           05  FLD-BROKER-ID        PIC X(04).
           05  FLD-TX-DATE          PIC 9(08).
           05  FLD-SEQNO            PIC X(03).
           05  FLD-EXPECT-DATE      PIC 9(08).
           05  FLD-OPEN-DATE        PIC 9(08).
           05  FILLER               PIC X(13).

       FD  MGNLED-FILE.
       COPY mgnled.

       FD  CSHLED-FILE.
       COPY cshled.

       FD  ARINV-FILE.
       01  ARINV-REC.
           05  ARI-INV-NO           PIC X(10).
           05  ARI-BROKER-ID        PIC X(04).
           05  ARI-BILL-YM          PIC 9(06).
           05  ARI-FEE-AMT          PIC 9(11).
           05  ARI-MGMT-AMT         PIC 9(11).
           05  ARI-PNLT-AMT         PIC 9(11).
           05  ARI-TOTAL-AMT        PIC 9(12).
           05  ARI-PAID-AMT         PIC 9(12).
           05  ARI-STATUS           PIC X(01).
           05  ARI-ISSUE-DATE       PIC 9(08).
           05  ARI-REBATE-AMT       PIC 9(11).
           05  ARI-INT-AMT          PIC 9(11).
           05  FILLER               PIC X(12).

       FD  SBLOPN-FILE.
       01  SBLOPN-REC.
           05  OPN-BROKER-ID        PIC X(04).
           05  OPN-STKNO            PIC X(06).
           05  OPN-QTY              PIC 9(12).
           05  OPN-DUE-DATE         PIC 9(08).
           05  OPN-ISSUE-DATE       PIC 9(08).
           05  FILLER               PIC X(02).

       FD  HOLDLED-FILE.
       COPY holdled.

       FD  CLO-FILE.
       COPY dfltclo.

       FD  INTK-FILE.
       COPY alerthub.

       FD  DFLT-RPT-FILE.
       01  DFLT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BRK-EOF               PIC X VALUE 'N'.
           88  BRK-EOF                    VALUE 'Y'.
       01  WS-SNP-EOF               PIC X VALUE 'N'.
           88  SNP-EOF                    VALUE 'Y'.
       01  WS-AST-EOF               PIC X VALUE 'N'.
           88  AST-EOF                    VALUE 'Y'.
       01  WS-FLD-EOF               PIC X VALUE 'N'.
           88  FLD-EOF                    VALUE 'Y'.
       01  WS-MGL-EOF               PIC X VALUE 'N'.
           88  MGL-EOF                    VALUE 'Y'.
       01  WS-CLG-EOF               PIC X VALUE 'N'.
           88  CLG-EOF                    VALUE 'Y'.
       01  WS-ARI-EOF               PIC X VALUE 'N'.
           88  ARI-EOF                    VALUE 'Y'.
       01  WS-OPN-EOF               PIC X VALUE 'N'.
           88  OPN-EOF                    VALUE 'Y'.
       01  WS-HLD-EOF               PIC X VALUE 'N'.
           88  HLD-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-FORCE-BROKER          PIC X(04).
       01  WS-SNAP-FOUND-SW         PIC X(01).
           88  SNAP-FOUND                 VALUE 'Y'.
       01  WS-SEARCH-BROKER         PIC X(04).
       01  WS-TRG-HIT               PIC 9(03).
       01  WS-OPEN-AMT              PIC 9(15).

      * 前日快照(券商代表號+狀態)
       01  WS-SNAP-TABLE.
           05  WS-SNAP-COUNT        PIC 9(04) VALUE 0.
           05  WS-SNAP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SPX.
               10  WS-SP-ID         PIC X(04).
               10  WS-SP-STATUS     PIC X(01).

      * 本日觸發結清之券商及其彙總
       01  WS-TRG-TABLE.
           05  WS-TRG-COUNT         PIC 9(03) VALUE 0.
           05  WS-TRG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TGX.
               10  WS-TG-BROKER-ID  PIC X(04).
               10  WS-TG-NAME       PIC X(30).
               10  WS-TG-RECV-AMT   PIC 9(15).
               10  WS-TG-PAY-AMT    PIC 9(15).
               10  WS-TG-CASES      PIC 9(07).
               10  WS-TG-FAILS      PIC 9(07).
               10  WS-TG-RECALL-QTY PIC 9(15).
               10  WS-TG-UNITS      PIC 9(15).
               10  WS-TG-ITEMS      PIC 9(07).

       01  WS-NET-AMT               PIC 9(15).
       01  WS-NET-DIR               PIC X(20).

       01  WS-BRK-READ-COUNT        PIC 9(05) VALUE 0.
       01  WS-ITEM-COUNT            PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "PARTICIPANT DEFAULT CLOSE-OUT - OPEN OBLIGATIONS".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "BRKR SOURCE   ITEM                      ".
           05  FILLER               PIC X(39) VALUE
               "     D          AMOUNT             QTY ".
           05  FILLER               PIC X(11) VALUE
               "DATE     ST".

       01  WS-DETAIL-LINE.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SOURCE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ITEM-KEY        PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DIRECTION       PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AMOUNT          PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-QTY             PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ITEM-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STATUS          PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-FORCE-BROKER
           END-READ
           MOVE CTL-PROC-DATE    TO WS-PROC-DATE
           MOVE CTL-FORCE-BROKER TO WS-FORCE-BROKER
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-SNAPSHOT
           PERFORM 1100-DETECT-SUSPENSIONS

           OPEN OUTPUT DFLT-RPT-FILE
           MOVE WS-HDR-1 TO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE
           MOVE SPACES TO DFLT-RPT-LINE
           STRING "PROC DATE: " WS-PROC-DATE
               DELIMITED BY SIZE INTO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE

           OPEN OUTPUT CLO-FILE
           IF WS-TRG-COUNT > 0
               MOVE WS-HDR-2 TO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               PERFORM 2000-SCAN-APLSTS
               PERFORM 2100-SCAN-FAILLED
               PERFORM 2200-SCAN-MGNLED
               PERFORM 2300-SCAN-CSHLED
               PERFORM 2400-SCAN-ARINV
               PERFORM 2500-SCAN-SBLOPN
               PERFORM 2600-SCAN-HOLDLED
           END-IF
           CLOSE CLO-FILE

           PERFORM 3000-PRINT-SUMMARY
           PERFORM 4000-RAISE-ALERTS

           MOVE SPACES TO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE
           MOVE SPACES TO DFLT-RPT-LINE
           STRING "BROKERS ON MASTER......: " WS-BRK-READ-COUNT
               DELIMITED BY SIZE INTO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE
           MOVE SPACES TO DFLT-RPT-LINE
           STRING "BROKERS CLOSED OUT.....: " WS-TRG-COUNT
               DELIMITED BY SIZE INTO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE
           MOVE SPACES TO DFLT-RPT-LINE
           STRING "CLOSE-OUT ITEMS WRITTEN: " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE

           CLOSE DFLT-RPT-FILE
           STOP RUN.

       1000-LOAD-SNAPSHOT.
           OPEN INPUT SNAP-IN
           PERFORM UNTIL SNP-EOF
               READ SNAP-IN
                   AT END SET SNP-EOF TO TRUE
                   NOT AT END
                       IF WS-SNAP-COUNT < 2000
                           ADD 1 TO WS-SNAP-COUNT
                           MOVE SNP-ID
                               TO WS-SP-ID(WS-SNAP-COUNT)
                           MOVE SNP-STATUS
                               TO WS-SP-STATUS(WS-SNAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-IN.

      * 本日停權且前日非停權(或指定重跑)者觸發；同時寫出快照。
       1100-DETECT-SUSPENSIONS.
           OPEN INPUT BRKMST-FILE
           OPEN OUTPUT SNAP-OUT
           PERFORM UNTIL BRK-EOF
               READ BRKMST-FILE
                   AT END SET BRK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BRK-READ-COUNT
                       WRITE SNAP-OUT-REC FROM BRK-MASTER-REC
                       PERFORM 1110-CHECK-ONE-BROKER
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE SNAP-OUT.

       1110-CHECK-ONE-BROKER.
           IF BRK-MST-ID = WS-FORCE-BROKER
               PERFORM 1120-ADD-TRIGGER
               EXIT PARAGRAPH
           END-IF
           IF NOT BRK-MST-SUSPENDED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SNAP-FOUND-SW
           IF WS-SNAP-COUNT > 0
               PERFORM VARYING WS-SPX FROM 1 BY 1
                       UNTIL WS-SPX > WS-SNAP-COUNT
                   IF WS-SP-ID(WS-SPX) = BRK-MST-ID
                       SET SNAP-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF SNAP-FOUND
               IF WS-SP-STATUS(WS-SPX) NOT = 'S'
                   PERFORM 1120-ADD-TRIGGER
               END-IF
           ELSE
               PERFORM 1120-ADD-TRIGGER
           END-IF.

       1120-ADD-TRIGGER.
           IF WS-TRG-COUNT < 100
               ADD 1 TO WS-TRG-COUNT
               SET WS-TGX TO WS-TRG-COUNT
               MOVE BRK-MST-ID   TO WS-TG-BROKER-ID(WS-TGX)
               MOVE BRK-MST-NAME TO WS-TG-NAME(WS-TGX)
               MOVE 0 TO WS-TG-RECV-AMT(WS-TGX) WS-TG-PAY-AMT(WS-TGX)
                         WS-TG-CASES(WS-TGX) WS-TG-FAILS(WS-TGX)
                         WS-TG-RECALL-QTY(WS-TGX) WS-TG-UNITS(WS-TGX)
                         WS-TG-ITEMS(WS-TGX)
           END-IF.

      * 在途案件:狀態非已交割/已結案者。
       2000-SCAN-APLSTS.
           OPEN INPUT APLSTS-FILE
           PERFORM UNTIL AST-EOF
               READ APLSTS-FILE NEXT RECORD
                   AT END SET AST-EOF TO TRUE
                   NOT AT END
                       IF NOT AST-SETTLED AND NOT AST-CLOSED
                           MOVE AST-BROKER-ID TO WS-SEARCH-BROKER
                           PERFORM 2900-FIND-TRIGGER
                           IF WS-TRG-HIT > 0
                               ADD 1 TO WS-TG-CASES(WS-TGX)
                               MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                               MOVE "APLSTS"    TO DFC-SOURCE
                               STRING AST-ETF-ID " " AST-TX-DATE
                                   " " AST-SEQNO " " AST-TX-KIND
                                   DELIMITED BY SIZE
                                   INTO DFC-ITEM-KEY
                               MOVE 'Q'         TO DFC-DIRECTION
                               MOVE 0           TO DFC-AMOUNT
                               MOVE 0           TO DFC-QTY
                               MOVE AST-RECEIVED-DATE
                                   TO DFC-ITEM-DATE
                               MOVE AST-STATUS  TO DFC-ITEM-STATUS
                               PERFORM 2950-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE.

       2100-SCAN-FAILLED.
           OPEN INPUT FAILLED-FILE
           PERFORM UNTIL FLD-EOF
               READ FAILLED-FILE
                   AT END SET FLD-EOF TO TRUE
                   NOT AT END
                       MOVE FLD-BROKER-ID TO WS-SEARCH-BROKER
                       PERFORM 2900-FIND-TRIGGER
                       IF WS-TRG-HIT > 0
                           ADD 1 TO WS-TG-FAILS(WS-TGX)
                           MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                           MOVE "FAILLED"   TO DFC-SOURCE
                           STRING FLD-ETF-ID " " FLD-TX-DATE
                               " " FLD-SEQNO
                               DELIMITED BY SIZE INTO DFC-ITEM-KEY
                           MOVE 'Q'         TO DFC-DIRECTION
                           MOVE 0           TO DFC-AMOUNT
                           MOVE 0           TO DFC-QTY
                           MOVE FLD-EXPECT-DATE TO DFC-ITEM-DATE
                           MOVE 'F'         TO DFC-ITEM-STATUS
                           PERFORM 2950-WRITE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAILLED-FILE.

      * 待收保證金為應收；已收持有中保證金為應付(退還)。
       2200-SCAN-MGNLED.
           OPEN INPUT MGNLED-FILE
           PERFORM UNTIL MGL-EOF
               READ MGNLED-FILE
                   AT END SET MGL-EOF TO TRUE
                   NOT AT END
                       IF MGL-AWAIT-COLLECT OR MGL-COLLECTED
                           MOVE MGL-BROKER-ID TO WS-SEARCH-BROKER
                           PERFORM 2900-FIND-TRIGGER
                           IF WS-TRG-HIT > 0
                               MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                               MOVE "MGNLED"  TO DFC-SOURCE
                               STRING MGL-ETF-ID " " MGL-TX-DATE
                                   " " MGL-SEQNO
                                   DELIMITED BY SIZE
                                   INTO DFC-ITEM-KEY
                               IF MGL-AWAIT-COLLECT
                                   MOVE 'R' TO DFC-DIRECTION
                                   ADD MGL-AMOUNT
                                       TO WS-TG-RECV-AMT(WS-TGX)
                               ELSE
                                   MOVE 'P' TO DFC-DIRECTION
                                   ADD MGL-AMOUNT
                                       TO WS-TG-PAY-AMT(WS-TGX)
                               END-IF
                               MOVE MGL-AMOUNT    TO DFC-AMOUNT
                               MOVE 0             TO DFC-QTY
                               MOVE MGL-OPEN-DATE TO DFC-ITEM-DATE
                               MOVE MGL-STATUS    TO DFC-ITEM-STATUS
                               PERFORM 2950-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MGNLED-FILE.

      * 未銷帳現金差額依收取人開戶券商歸戶。
       2300-SCAN-CSHLED.
           OPEN INPUT CSHLED-FILE
           PERFORM UNTIL CLG-EOF
               READ CSHLED-FILE
                   AT END SET CLG-EOF TO TRUE
                   NOT AT END
                       IF CLG-OPEN
                           MOVE CLG-ACNT-BROKER TO WS-SEARCH-BROKER
                           PERFORM 2900-FIND-TRIGGER
                           IF WS-TRG-HIT > 0
                               MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                               MOVE "CSHLED"  TO DFC-SOURCE
                               STRING CLG-ETF-ID " " CLG-TX-DATE
                                   " " CLG-SEQNO " " CLG-ACNT-NO
                                   DELIMITED BY SIZE
                                   INTO DFC-ITEM-KEY
                               IF CLG-RECEIVABLE
                                   MOVE 'R' TO DFC-DIRECTION
                                   ADD CLG-AMOUNT
                                       TO WS-TG-RECV-AMT(WS-TGX)
                               ELSE
                                   MOVE 'P' TO DFC-DIRECTION
                                   ADD CLG-AMOUNT
                                       TO WS-TG-PAY-AMT(WS-TGX)
                               END-IF
                               MOVE CLG-AMOUNT    TO DFC-AMOUNT
                               MOVE 0             TO DFC-QTY
                               MOVE CLG-POST-DATE TO DFC-ITEM-DATE
                               MOVE CLG-STATUS    TO DFC-ITEM-STATUS
                               PERFORM 2950-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSHLED-FILE.

       2400-SCAN-ARINV.
           OPEN INPUT ARINV-FILE
           PERFORM UNTIL ARI-EOF
               READ ARINV-FILE
                   AT END SET ARI-EOF TO TRUE
                   NOT AT END
                       IF ARI-STATUS = 'O'
                               AND ARI-TOTAL-AMT > ARI-PAID-AMT
                           MOVE ARI-BROKER-ID TO WS-SEARCH-BROKER
                           PERFORM 2900-FIND-TRIGGER
                           IF WS-TRG-HIT > 0
                               COMPUTE WS-OPEN-AMT =
                                   ARI-TOTAL-AMT - ARI-PAID-AMT
                               ADD WS-OPEN-AMT
                                   TO WS-TG-RECV-AMT(WS-TGX)
                               MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                               MOVE "ARINV"     TO DFC-SOURCE
                               MOVE ARI-INV-NO  TO DFC-ITEM-KEY
                               MOVE 'R'         TO DFC-DIRECTION
                               MOVE WS-OPEN-AMT TO DFC-AMOUNT
                               MOVE 0           TO DFC-QTY
                               MOVE ARI-ISSUE-DATE TO DFC-ITEM-DATE
                               MOVE ARI-STATUS  TO DFC-ITEM-STATUS
                               PERFORM 2950-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARINV-FILE.

       2500-SCAN-SBLOPN.
           OPEN INPUT SBLOPN-FILE
           PERFORM UNTIL OPN-EOF
               READ SBLOPN-FILE
                   AT END SET OPN-EOF TO TRUE
                   NOT AT END
                       IF OPN-QTY > 0
                           MOVE OPN-BROKER-ID TO WS-SEARCH-BROKER
                           PERFORM 2900-FIND-TRIGGER
                           IF WS-TRG-HIT > 0
                               ADD OPN-QTY
                                   TO WS-TG-RECALL-QTY(WS-TGX)
                               MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                               MOVE "SBLOPN"     TO DFC-SOURCE
                               MOVE OPN-STKNO    TO DFC-ITEM-KEY
                               MOVE 'Q'          TO DFC-DIRECTION
                               MOVE 0            TO DFC-AMOUNT
                               MOVE OPN-QTY      TO DFC-QTY
                               MOVE OPN-DUE-DATE TO DFC-ITEM-DATE
                               MOVE 'O'          TO DFC-ITEM-STATUS
                               PERFORM 2950-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SBLOPN-FILE.

       2600-SCAN-HOLDLED.
           OPEN INPUT HOLDLED-FILE
           PERFORM UNTIL HLD-EOF
               READ HOLDLED-FILE
                   AT END SET HLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-UNITS > 0
                           MOVE HLD-ACNT-BROKER TO WS-SEARCH-BROKER
                           PERFORM 2900-FIND-TRIGGER
                           IF WS-TRG-HIT > 0
                               ADD HLD-UNITS TO WS-TG-UNITS(WS-TGX)
                               MOVE SPACES TO DEFAULT-CLOSEOUT-REC
                               MOVE "HOLDLED"   TO DFC-SOURCE
                               STRING HLD-ETF-ID " " HLD-ACNT-NO
                                   DELIMITED BY SIZE
                                   INTO DFC-ITEM-KEY
                               MOVE 'Q'         TO DFC-DIRECTION
                               MOVE 0           TO DFC-AMOUNT
                               MOVE HLD-UNITS   TO DFC-QTY
                               MOVE WS-PROC-DATE TO DFC-ITEM-DATE
                               MOVE SPACE       TO DFC-ITEM-STATUS
                               PERFORM 2950-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDLED-FILE.

       2900-FIND-TRIGGER.
           MOVE 0 TO WS-TRG-HIT
           PERFORM VARYING WS-TGX FROM 1 BY 1
                   UNTIL WS-TGX > WS-TRG-COUNT
               IF WS-TG-BROKER-ID(WS-TGX) = WS-SEARCH-BROKER
                   SET WS-TRG-HIT TO WS-TGX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 呼叫端已填妥來源/鍵值/方向/金額/數量/日期/狀態。
       2950-WRITE-ITEM.
           MOVE WS-SEARCH-BROKER TO DFC-BROKER-ID
           MOVE WS-PROC-DATE     TO DFC-PROC-DATE
           WRITE DEFAULT-CLOSEOUT-REC
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-TG-ITEMS(WS-TGX)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE DFC-BROKER-ID   TO WS-D-BROKER-ID
           MOVE DFC-SOURCE      TO WS-D-SOURCE
           MOVE DFC-ITEM-KEY    TO WS-D-ITEM-KEY
           MOVE DFC-DIRECTION   TO WS-D-DIRECTION
           MOVE DFC-AMOUNT      TO WS-D-AMOUNT
           MOVE DFC-QTY         TO WS-D-QTY
           MOVE DFC-ITEM-DATE   TO WS-D-ITEM-DATE
           MOVE DFC-ITEM-STATUS TO WS-D-STATUS
           MOVE WS-DETAIL-LINE  TO DFLT-RPT-LINE
           WRITE DFLT-RPT-LINE.

      * 各券商應收/應付合計與淨額方向。
       3000-PRINT-SUMMARY.
           PERFORM VARYING WS-TGX FROM 1 BY 1
                   UNTIL WS-TGX > WS-TRG-COUNT
               MOVE SPACES TO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "CLOSE-OUT SUMMARY - BROKER "
                   WS-TG-BROKER-ID(WS-TGX) " " WS-TG-NAME(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  OWED BY BROKER.......: "
                   WS-TG-RECV-AMT(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  OWED TO BROKER.......: "
                   WS-TG-PAY-AMT(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               IF WS-TG-RECV-AMT(WS-TGX) >= WS-TG-PAY-AMT(WS-TGX)
                   COMPUTE WS-NET-AMT = WS-TG-RECV-AMT(WS-TGX)
                                      - WS-TG-PAY-AMT(WS-TGX)
                   MOVE "NET OWED BY BROKER" TO WS-NET-DIR
               ELSE
                   COMPUTE WS-NET-AMT = WS-TG-PAY-AMT(WS-TGX)
                                      - WS-TG-RECV-AMT(WS-TGX)
                   MOVE "NET OWED TO BROKER" TO WS-NET-DIR
               END-IF
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  NET AMOUNT...........: " WS-NET-AMT " "
                   WS-NET-DIR
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  IN-FLIGHT CASES......: "
                   WS-TG-CASES(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  SETTLEMENT FAILS.....: "
                   WS-TG-FAILS(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  OPEN RECALL SHARES...: "
                   WS-TG-RECALL-QTY(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  CLIENT UNITS HELD....: "
                   WS-TG-UNITS(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
               MOVE SPACES TO DFLT-RPT-LINE
               STRING "  CLOSE-OUT ITEMS......: "
                   WS-TG-ITEMS(WS-TGX)
                   DELIMITED BY SIZE INTO DFLT-RPT-LINE
               WRITE DFLT-RPT-LINE
           END-PERFORM.

      * 每一觸發券商以最高嚴重度通知維運及郵件(風險管理)。
       4000-RAISE-ALERTS.
           IF WS-TRG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND INTK-FILE
           PERFORM VARYING WS-TGX FROM 1 BY 1
                   UNTIL WS-TGX > WS-TRG-COUNT
               MOVE SPACES TO ALERT-HUB-REC
               MOVE "M0DFLT"   TO ALH-SOURCE
               MOVE 'C'        TO ALH-SEVERITY
               MOVE 'Y'        TO ALH-ROUTE-OPS
               MOVE 'N'        TO ALH-ROUTE-BROKER
               MOVE 'Y'        TO ALH-ROUTE-EMAIL
               MOVE WS-TG-BROKER-ID(WS-TGX) TO ALH-KEY
               STRING "BROKER SUSPENDED - CLOSE-OUT ITEMS "
                   WS-TG-ITEMS(WS-TGX) " SEE M0DFLT.RPT"
                   DELIMITED BY SIZE INTO ALH-MESSAGE
               WRITE ALERT-HUB-REC
           END-PERFORM
           CLOSE INTK-FILE.
