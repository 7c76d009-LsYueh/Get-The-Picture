      * APLLOOK - 共用申請人群組查詢服務(被呼叫副程式)
      * 取消3名申請人上限後，M01IDBK、M01MRGE、M01APVR、M01APIN、
      * M01ACLD、M0CUSRC、M0HOLDL、M0CSHLD、M0ODLT、M0DCKT 及收件
      * 檢核驅動程式 M01EDRV 各自抄寫一份「逐一檢視3個槽位，再
      * 排序 M01APPL 依 MAC-KEY 配對」之程式，邊界處理各不相同
      * (有者不論 APPLIER-NUMBER 一律檢視3槽位、有者略過帳號為0
      * 之槽位)。本副程式統一組成申請人清單(參數區見 apllook
      * 抄寫簿，清單版面見 aplgrp 抄寫簿):
      *   1. 首次被呼叫時將 M01APPL.DAT 依 MAC-KEY 排序一次載入
      *      記憶體表。
      *   2. 先列 M01 內建槽位 1 至 APPLIER-NUMBER(至多3；非數值
      *      視同0)，不論帳號是否空白，由呼叫端自行判斷。
      *   3. 再依申請人序號列 M01APPL 中同鍵值之全部溢位明細，
      *      清單上限99筆，逾者計入 APLL-OVER-LIMIT。
      *
      * 修改紀錄:
      *   2026-09-22  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL M01APPL-FILE ASSIGN TO "M01APPL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-AC ASSIGN TO "APLLOOK.SAC".

       DATA DIVISION.
       FILE SECTION.
       FD  M01APPL-FILE.
       COPY m01appl.

       SD  SORT-WORK-AC.
       COPY m01appl REPLACING ==M01-APPL-REC.== BY ==SORT-AC-REC.==.

       WORKING-STORAGE SECTION.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  TABLE-LOADED               VALUE 'Y'.
       01  WS-SRT-EOF               PIC X VALUE 'N'.
           88  SRT-EOF                    VALUE 'Y'.

      * M01APPL 超額申請人表，依 MAC-KEY(含申請人序號)遞增排序
      * 載入，供 SEARCH ALL 定位；未使用之表格項目先填HIGH-VALUES。
       01  WS-OVF-TABLE.
           05  WS-OVF-COUNT         PIC 9(05) VALUE 0.
           05  WS-OVF-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-OV-CASE-KEY
                   INDEXED BY WS-OVX.
               10  WS-OV-CASE-KEY.
                   15  WS-OV-ETF-ID      PIC X(06).
                   15  WS-OV-BROKER-ID   PIC X(04).
                   15  WS-OV-TX-DATE     PIC 9(08).
                   15  WS-OV-SEQNO       PIC X(03).
               10  WS-OV-APPL-INDEX      PIC 9(02).
               10  WS-OV-ACNT-BROKER     PIC X(04).
               10  WS-OV-ACNT-NO         PIC 9(07).
               10  WS-OV-KEEP-ACNT       PIC X(11).
               10  WS-OV-ID-CODE         PIC X(03).
               10  WS-OV-CASH-ASSIGN     PIC X(01).
               10  WS-OV-MERGE-ASSIGN    PIC X(01).
       01  WS-OVF-SKIPPED           PIC 9(05) VALUE 0.

       01  WS-CASE-KEY.
           05  WS-CK-ETF-ID         PIC X(06).
           05  WS-CK-BROKER-ID      PIC X(04).
           05  WS-CK-TX-DATE        PIC 9(08).
           05  WS-CK-SEQNO          PIC X(03).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  CASE-FOUND                 VALUE 'Y'.
       01  WS-SUB                   PIC 9(01).
       01  WS-SLOT-LIMIT            PIC 9(01).

       LINKAGE SECTION.
       COPY apllook.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING APLL-PARM M01 APG-LIST.
       0000-MAIN.
           IF APLL-FUNC-RELOAD
               MOVE 'N' TO WS-LOADED-SW
               MOVE 0 TO WS-OVF-COUNT WS-OVF-SKIPPED
               MOVE 'N' TO WS-SRT-EOF
               MOVE 0 TO APLL-OVF-COUNT APLL-OVER-LIMIT
               MOVE SPACE TO APLL-FUNC
               GOBACK
           END-IF
           IF NOT TABLE-LOADED
               PERFORM 1000-LOAD-OVERFLOW-TABLE
               MOVE 'Y' TO WS-LOADED-SW
           END-IF
           MOVE WS-OVF-COUNT   TO APLL-TABLE-COUNT
           MOVE WS-OVF-SKIPPED TO APLL-TABLE-SKIPPED
           PERFORM 2000-BUILD-APPLICANT-LIST
           PERFORM 2100-ADD-OVERFLOW-GROUP
           GOBACK.

      * M01APPL 來源送達順序不保證已排序，先依 MAC-KEY 排序後
      * 載入超額申請人表。
       1000-LOAD-OVERFLOW-TABLE.
           MOVE HIGH-VALUES TO WS-OVF-TABLE
           MOVE 0 TO WS-OVF-COUNT
           SORT SORT-WORK-AC
               ON ASCENDING KEY MAC-KEY OF SORT-AC-REC
               USING M01APPL-FILE
               OUTPUT PROCEDURE 1100-STORE-OVERFLOW.

       1100-STORE-OVERFLOW.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK-AC
                   AT END SET SRT-EOF TO TRUE
                   NOT AT END
                       IF WS-OVF-COUNT < 5000
                           ADD 1 TO WS-OVF-COUNT
                           SET WS-OVX TO WS-OVF-COUNT
                           MOVE MAC-ETF-ID OF SORT-AC-REC
                               TO WS-OV-ETF-ID(WS-OVX)
                           MOVE MAC-BROKER-ID OF SORT-AC-REC
                               TO WS-OV-BROKER-ID(WS-OVX)
                           MOVE MAC-TX-DATE OF SORT-AC-REC
                               TO WS-OV-TX-DATE(WS-OVX)
                           MOVE MAC-SEQNO OF SORT-AC-REC
                               TO WS-OV-SEQNO(WS-OVX)
                           MOVE MAC-APPL-INDEX OF SORT-AC-REC
                               TO WS-OV-APPL-INDEX(WS-OVX)
                           MOVE MAC-ACNT-BROKER OF SORT-AC-REC
                               TO WS-OV-ACNT-BROKER(WS-OVX)
                           MOVE MAC-ACNT-NO OF SORT-AC-REC
                               TO WS-OV-ACNT-NO(WS-OVX)
                           MOVE MAC-KEEP-ACNT OF SORT-AC-REC
                               TO WS-OV-KEEP-ACNT(WS-OVX)
                           MOVE MAC-ID-CODE OF SORT-AC-REC
                               TO WS-OV-ID-CODE(WS-OVX)
                           MOVE MAC-CASH-ASSIGN OF SORT-AC-REC
                               TO WS-OV-CASH-ASSIGN(WS-OVX)
                           MOVE MAC-MERGE-ASSIGN OF SORT-AC-REC
                               TO WS-OV-MERGE-ASSIGN(WS-OVX)
                       ELSE
                           ADD 1 TO WS-OVF-SKIPPED
                       END-IF
               END-RETURN
           END-PERFORM.

      * 先列 M01 內建槽位(至 APPLIER-NUMBER 與3之較小者)。
       2000-BUILD-APPLICANT-LIST.
           MOVE 0 TO APG-COUNT APLL-OVF-COUNT APLL-OVER-LIMIT
           IF APPLIER-NUMBER IS NUMERIC
               MOVE APPLIER-NUMBER TO WS-SLOT-LIMIT
           ELSE
               MOVE 0 TO WS-SLOT-LIMIT
           END-IF
           IF WS-SLOT-LIMIT > 3
               MOVE 3 TO WS-SLOT-LIMIT
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLOT-LIMIT
               ADD 1 TO APG-COUNT
               SET APG-X TO APG-COUNT
               MOVE WS-SUB                TO APG-APPL-INDEX(APG-X)
               MOVE 'M'                   TO APG-SOURCE(APG-X)
               MOVE ACNT-BROKER(WS-SUB)   TO APG-ACNT-BROKER(APG-X)
               MOVE ACNT-NO(WS-SUB)       TO APG-ACNT-NO(APG-X)
               MOVE KEEP-ACNT(WS-SUB)     TO APG-KEEP-ACNT(APG-X)
               MOVE ID-CODE(WS-SUB)       TO APG-ID-CODE(APG-X)
               MOVE CASH-ASSIGN(WS-SUB)   TO APG-CASH-ASSIGN(APG-X)
               MOVE MERGE-ASSIGN(WS-SUB)  TO APG-MERGE-ASSIGN(APG-X)
           END-PERFORM.

      * 再依申請人序號列 M01APPL 同鍵值之溢位明細。
       2100-ADD-OVERFLOW-GROUP.
           IF WS-OVF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ETF-ID    TO WS-CK-ETF-ID
           MOVE BROKER-ID TO WS-CK-BROKER-ID
           MOVE TX-DATE   TO WS-CK-TX-DATE
           MOVE SEQNO     TO WS-CK-SEQNO
           MOVE 'N' TO WS-FOUND-SW
           SET WS-OVX TO 1
           SEARCH ALL WS-OVF-ENTRY
               WHEN WS-OV-CASE-KEY(WS-OVX) = WS-CASE-KEY
                   SET CASE-FOUND TO TRUE
           END-SEARCH
           IF NOT CASE-FOUND
               EXIT PARAGRAPH
           END-IF

      *    SEARCH ALL 命中同鍵值群組中任一筆，先退回群組首筆。
           PERFORM UNTIL WS-OVX = 1
               IF WS-OV-CASE-KEY(WS-OVX - 1) = WS-CASE-KEY
                   SET WS-OVX DOWN BY 1
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-OVX > WS-OVF-COUNT
               IF WS-OV-CASE-KEY(WS-OVX) NOT = WS-CASE-KEY
                   EXIT PERFORM
               END-IF
               IF APG-COUNT < 99
                   ADD 1 TO APG-COUNT APLL-OVF-COUNT
                   SET APG-X TO APG-COUNT
                   MOVE WS-OV-APPL-INDEX(WS-OVX)
                       TO APG-APPL-INDEX(APG-X)
                   MOVE 'A' TO APG-SOURCE(APG-X)
                   MOVE WS-OV-ACNT-BROKER(WS-OVX)
                       TO APG-ACNT-BROKER(APG-X)
                   MOVE WS-OV-ACNT-NO(WS-OVX)
                       TO APG-ACNT-NO(APG-X)
                   MOVE WS-OV-KEEP-ACNT(WS-OVX)
                       TO APG-KEEP-ACNT(APG-X)
                   MOVE WS-OV-ID-CODE(WS-OVX)
                       TO APG-ID-CODE(APG-X)
                   MOVE WS-OV-CASH-ASSIGN(WS-OVX)
                       TO APG-CASH-ASSIGN(APG-X)
                   MOVE WS-OV-MERGE-ASSIGN(WS-OVX)
                       TO APG-MERGE-ASSIGN(APG-X)
               ELSE
                   ADD 1 TO APLL-OVER-LIMIT
               END-IF
               SET WS-OVX UP BY 1
           END-PERFORM.
