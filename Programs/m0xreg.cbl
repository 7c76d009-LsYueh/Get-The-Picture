      *               更正
      *   2026-09-02  請求檔增列放行經辦欄位，放行前經 M0AUTHC
      *               檢核具放行角色，無權者放行註記視同未填
      *   2026-10-15  重複送檔經放行接受時另經 M0AUDLG 寫入作業稽核
      *               總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0XREG.
               10  WS-RG-REC        PIC X(50).

       COPY m0authc.
       COPY m0audlg.

       PROCEDURE DIVISION.
       0000-MAIN.
                   MOVE "REPLAY DETECTED - ACCEPTED BY OVERRIDE"
                       TO REG-RPT-LINE
                   WRITE REG-RPT-LINE
                   PERFORM 5000-AUDIT-OVERRIDE
               ELSE
                   MOVE "NEW FILE SIGNATURE - ACCEPTED"
                       TO REG-RPT-LINE
           MOVE REQ-OVERRIDE  TO XRG-OVERRIDE
           WRITE XMITREG-OUT-REC FROM XMIT-REG-REC
           CLOSE XMITREG-OUT.

      * 重複送檔放行接受事件寫入作業稽核總帳。
       5000-AUDIT-OVERRIDE.
           MOVE SPACES TO ADL-PARM
           MOVE 0             TO ADL-TIMESTAMP
           MOVE REQ-OPER      TO ADL-OPER-ID
           MOVE "M0XREG"      TO ADL-PROGRAM
           MOVE "XOVR"        TO ADL-EVENT
           STRING "XMITREG " REQ-FILE-ID " " WS-BUS-DATE
               DELIMITED BY SIZE INTO ADL-OBJECT
           STRING "REGISTERED RECV " WS-DUP-RECV-DATE
               DELIMITED BY SIZE INTO ADL-BEFORE
           STRING "RECV " REQ-RECV-DATE " CHECKSUM " WS-CHECKSUM
               " OVERRIDE " REQ-OVERRIDE
               DELIMITED BY SIZE INTO ADL-AFTER
           MOVE "REPLAY ACCEPTED BY OVERRIDE" TO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.
