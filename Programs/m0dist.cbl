      * 註來源識別列)，並產出遞送總索引 M0DIST.RPT(券商、所含
      * 報表、列數)，以備查證遞送內容。
      * 無任何相關列之券商不產生分包檔。
      * 申請人確認通知書遞送檔 M04CNFM.DST(每列前置申報券商代表
      * 號)一併列為分包來源。
      * 基金事件前瞻通知遞送檔 M0EVCAL.DST(每列前置券商代表號)亦
      * 列為分包來源。
      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-08-22  代表號比對改以獨立欄位(空白分隔)判定，避免與日期
      *               /金額內之數字巧合而誤分包
      *   2026-10-14  增列申請人確認通知書遞送檔 M04CNFM.DST 為分包來源
      *   2026-10-15  增列基金事件前瞻通知遞送檔 M0EVCAL.DST 為分包來源
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DIST.
           05  FILLER               PIC X(12) VALUE "M01BEXP.RPT".
           05  FILLER               PIC X(12) VALUE "M04RJAU.RPT".
           05  FILLER               PIC X(12) VALUE "M01FEE.RPT".
           05  FILLER               PIC X(12) VALUE "M04CNFM.DST".
           05  FILLER               PIC X(12) VALUE "M0EVCAL.DST".
       01  WS-RPT-NAME-TABLE REDEFINES WS-RPT-NAMES.
           05  WS-RPT-NAME OCCURS 5 TIMES
                   PIC X(12).

       01  WS-CUR-BROKER            PIC X(04).
       2000-BUNDLE-ONE-BROKER.
           MOVE 'N' TO WS-PKT-OPEN-SW
           MOVE 0 TO WS-PKT-LINE-COUNT
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               PERFORM 2100-EXTRACT-ONE-REPORT
           END-PERFORM
           IF PKT-OPEN
