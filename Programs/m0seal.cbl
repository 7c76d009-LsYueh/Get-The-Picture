      *               權限主檔未受封即可被手改，兩人控管形同虛設)
      *   2026-09-02  重封('R')前經 M0AUTHC 檢核經辦具放行角色，
      *               無權者拒絕並記錄於封存紀錄檔
      *   2026-10-15  封存/驗封/重封拒絕紀錄另經 M0AUDLG 寫入作業
      *               稽核總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SEAL.
       01  WS-CUR-COUNT             PIC 9(09).
       01  WS-CUR-CHECKSUM          PIC 9(18).
       01  WS-RESULT                PIC X(20).
       01  WS-AUD-MASTER            PIC X(12).

       01  WS-MISMATCH-COUNT        PIC 9(02) VALUE 0.

       COPY m0authc.
       COPY m0audlg.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE SPACES       TO LOG-MASTER
               MOVE "RESEAL REFUSED NOAUTH" TO LOG-RESULT
               WRITE LOG-REC
               MOVE LOG-RESULT TO WS-RESULT
               MOVE SPACES TO WS-AUD-MASTER
               PERFORM 5100-AUDIT-SEAL-EVENT
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WS-MS-NAME(WS-MSX) TO LOG-MASTER
           MOVE WS-RESULT          TO LOG-RESULT
           WRITE LOG-REC
           MOVE WS-MS-NAME(WS-MSX) TO WS-AUD-MASTER
           PERFORM 5100-AUDIT-SEAL-EVENT
           MOVE SPACES TO SEAL-RPT-LINE
           STRING WS-MS-NAME(WS-MSX)
               " COUNT " WS-CUR-COUNT
               " : " WS-RESULT
               DELIMITED BY SIZE INTO SEAL-RPT-LINE
           WRITE SEAL-RPT-LINE.

      * 封條事件寫入作業稽核總帳(主檔名由呼叫段落先置入)。
       5100-AUDIT-SEAL-EVENT.
           MOVE SPACES TO ADL-PARM
           COMPUTE ADL-TIMESTAMP = WS-TIMESTAMP * 100
           MOVE REQ-USER-ID  TO ADL-OPER-ID
           MOVE "M0SEAL"     TO ADL-PROGRAM
           MOVE "SEAL"       TO ADL-EVENT
           STRING "SEALREG " WS-AUD-MASTER
               DELIMITED BY SIZE INTO ADL-OBJECT
           IF REQ-MODE NOT = 'V'
                   AND WS-RESULT = "SEALED"
               STRING "COUNT " WS-CUR-COUNT
                   " CHECKSUM " WS-CUR-CHECKSUM
                   DELIMITED BY SIZE INTO ADL-AFTER
           END-IF
           STRING "MODE " REQ-MODE " " WS-RESULT
               DELIMITED BY SIZE INTO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.
