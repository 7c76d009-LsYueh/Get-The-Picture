      * M0AUDLG - 作業稽核總帳登錄服務(被呼叫副程式)
      * 稽核證據原分散於 AUTHUSE.LOG、MSTMNT.AUD、T30DELT.AUD、
      * M01CNCL.JNL、SEAL.LOG、XMITREG 放行註記及 M01LATE 放行
      * 註記，任一檔皆可被無聲編修。各程式於寫入原稽核紀錄時另
      * CALL 本服務(參數區見 m0audlg 抄寫簿)，將事件以共同版面
      * 累加寫入作業稽核總帳 AUDITLOG.DAT(版面見 audlog 抄寫簿)。
      * 首次被呼叫時讀遍總帳取得末筆稽核序號與雜湊值；每筆以前筆
      * 雜湊值鏈結計算本筆雜湊值後以 EXTEND 方式寫入，總帳只增
      * 不改，完整性由 M0AUDVF 驗證。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0AUDLG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDLOG-FILE.
       COPY audlog.

       WORKING-STORAGE SECTION.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  CHAIN-LOADED               VALUE 'Y'.
       01  WS-LOG-EOF               PIC X VALUE 'N'.
           88  LOG-EOF                    VALUE 'Y'.

       01  WS-LAST-SEQ-NO           PIC 9(09) VALUE 0.
       01  WS-LAST-HASH             PIC 9(12) VALUE 0.

       01  WS-HASH-AREA             PIC X(238).
       01  WS-HASH                  PIC 9(12).
       01  WS-HASH-WORK             PIC 9(15).
       01  WS-BYTE-VAL              PIC 9(03).
       01  WS-HX                    PIC 9(03).

       LINKAGE SECTION.
       COPY m0audlg.

       PROCEDURE DIVISION USING ADL-PARM.
       0000-MAIN.
           IF NOT CHAIN-LOADED
               PERFORM 1000-LOAD-CHAIN-TAIL
               MOVE 'Y' TO WS-LOADED-SW
           END-IF
           PERFORM 2000-WRITE-ENTRY
           GOBACK.

      * 讀遍總帳取得末筆序號與雜湊值(空檔或無檔時自序號1起)。
       1000-LOAD-CHAIN-TAIL.
           OPEN INPUT AUDLOG-FILE
           PERFORM UNTIL LOG-EOF
               READ AUDLOG-FILE
                   AT END SET LOG-EOF TO TRUE
                   NOT AT END
                       MOVE ALG-SEQ-NO TO WS-LAST-SEQ-NO
                       MOVE ALG-HASH   TO WS-LAST-HASH
               END-READ
           END-PERFORM
           CLOSE AUDLOG-FILE.

       2000-WRITE-ENTRY.
           MOVE SPACES TO AUDIT-LOG-REC
           ADD 1 TO WS-LAST-SEQ-NO
           MOVE WS-LAST-SEQ-NO TO ALG-SEQ-NO
           IF ADL-TIMESTAMP IS NUMERIC AND ADL-TIMESTAMP > 0
               MOVE ADL-TIMESTAMP TO ALG-TIMESTAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALG-TIMESTAMP
           END-IF
           MOVE ADL-OPER-ID   TO ALG-OPER-ID
           MOVE ADL-PROGRAM   TO ALG-PROGRAM
           MOVE ADL-EVENT     TO ALG-EVENT
           MOVE ADL-OBJECT    TO ALG-OBJECT
           MOVE ADL-BEFORE    TO ALG-BEFORE
           MOVE ADL-AFTER     TO ALG-AFTER
           MOVE ADL-REASON    TO ALG-REASON
           MOVE WS-LAST-HASH  TO ALG-PREV-HASH
           MOVE AUDIT-LOG-REC(1:238) TO WS-HASH-AREA
           PERFORM 3000-COMPUTE-HASH
           MOVE WS-HASH TO ALG-HASH
           OPEN EXTEND AUDLOG-FILE
           WRITE AUDIT-LOG-REC
           CLOSE AUDLOG-FILE
           MOVE WS-HASH TO WS-LAST-HASH
           MOVE WS-LAST-SEQ-NO TO ADL-SEQ-NO.

      * 鏈結雜湊:逐位元組 H = (H × 257 + 位元組值) 除以
      * 999999999989 之餘數(與 M0AUDVF 相同)。
       3000-COMPUTE-HASH.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 238
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(WS-HASH-AREA(WS-HX:1)) - 1
               COMPUTE WS-HASH-WORK = WS-HASH * 257 + WS-BYTE-VAL
               COMPUTE WS-HASH =
                   FUNCTION MOD(WS-HASH-WORK, 999999999989)
           END-PERFORM.
