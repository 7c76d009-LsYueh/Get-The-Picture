      *   2026-08-21  新增此程式
      *   2026-09-02  控制檔增列放行經辦欄位，放行前經 M0AUTHC
      *               檢核具放行角色，無權者放行註記視同未填
      *   2026-10-15  逐筆放行之逾期記錄另經 M0AUDLG 寫入作業稽核
      *               總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01LATE.
       01  WS-RUN-JULIAN            PIC 9(07).
       01  WS-REC-JULIAN            PIC 9(07).
       01  WS-DAYS-LATE             PIC S9(05).
       01  WS-AUD-DAYS-LATE         PIC 9(05).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-CURRENT-COUNT         PIC 9(07) VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(07) VALUE 0.

       COPY m0authc.
       COPY m0audlg.

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
                       ADD 1 TO WS-RELEASED-COUNT
                       WRITE M01-CUR-REC FROM M01
                       PERFORM 2000-PRINT-LINE-RELEASED
                       PERFORM 3000-AUDIT-RELEASE
                   ELSE
                       PERFORM 2100-PRINT-LINE-HELD
                   END-IF
           MOVE WS-DAYS-LATE TO WS-D-DAYS-LATE
           MOVE WS-DETAIL-LINE TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE.

      * 放行之逾期記錄逐筆寫入作業稽核總帳。
       3000-AUDIT-RELEASE.
           MOVE SPACES TO ADL-PARM
           COMPUTE ADL-TIMESTAMP = WS-RUN-DATE * 1000000
           MOVE CTL-RELEASE-OPER TO ADL-OPER-ID
           MOVE "M01LATE"        TO ADL-PROGRAM
           MOVE "LREL"           TO ADL-EVENT
           STRING "M01 " ETF-ID " " BROKER-ID " " TX-DATE " " SEQNO
               DELIMITED BY SIZE INTO ADL-OBJECT
           MOVE "HELD FROM TODAY (LATE-FLAG L)" TO ADL-BEFORE
           STRING "RELEASED TO M01CUR RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO ADL-AFTER
           MOVE WS-DAYS-LATE TO WS-AUD-DAYS-LATE
           STRING "LATE " WS-AUD-DAYS-LATE " DAYS - OPS RELEASE"
               DELIMITED BY SIZE INTO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.
