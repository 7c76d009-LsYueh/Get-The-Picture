      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-14  新增角色碼 'P' 付款批次核可(M0PAYRL 兩人
      *               核可/放行之核可端)
      *   2026-10-15  每次檢核另經 M0AUDLG 寫入作業稽核總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0AUTHC.
               10  WS-OP-MAINT      PIC X(01).
               10  WS-OP-CAAPPR     PIC X(01).
               10  WS-OP-OVRD       PIC X(01).
               10  WS-OP-PAYAPPR    PIC X(01).
               10  WS-OP-EFF-FROM   PIC 9(08).
               10  WS-OP-EFF-TO     PIC 9(08).

       01  WS-FOUND-SW              PIC X(01).
       01  WS-ROLE-FLAG             PIC X(01).

       COPY m0audlg.

       LINKAGE SECTION.
       COPY m0authc.

                               TO WS-OP-CAAPPR(WS-OPX)
                           MOVE OPR-ROLE-OVRD
                               TO WS-OP-OVRD(WS-OPX)
                           MOVE OPR-ROLE-PAYAPPR
                               TO WS-OP-PAYAPPR(WS-OPX)
                           MOVE OPR-EFF-FROM
                               TO WS-OP-EFF-FROM(WS-OPX)
                           MOVE OPR-EFF-TO
               WHEN 'M' MOVE WS-OP-MAINT(WS-OPX)  TO WS-ROLE-FLAG
               WHEN 'C' MOVE WS-OP-CAAPPR(WS-OPX) TO WS-ROLE-FLAG
               WHEN 'O' MOVE WS-OP-OVRD(WS-OPX)   TO WS-ROLE-FLAG
               WHEN 'P' MOVE WS-OP-PAYAPPR(WS-OPX) TO WS-ROLE-FLAG
               WHEN OTHER MOVE 'N' TO WS-ROLE-FLAG
           END-EVALUATE
           IF WS-ROLE-FLAG = 'Y'
           MOVE AUT-RESULT     TO AUL-RESULT
           MOVE AUT-REASON     TO AUL-REASON
           WRITE USE-LOG-REC
           CLOSE USE-LOG
           MOVE SPACES TO ADL-PARM
           MOVE 0              TO ADL-TIMESTAMP
           MOVE AUT-OPER-ID    TO ADL-OPER-ID
           MOVE AUT-SOURCE     TO ADL-PROGRAM
           MOVE "AUTH"         TO ADL-EVENT
           STRING "OPERMST ROLE " AUT-ROLE
               " DATE " AUT-CHECK-DATE
               DELIMITED BY SIZE INTO ADL-OBJECT
           STRING "RESULT " AUT-RESULT
               DELIMITED BY SIZE INTO ADL-AFTER
           IF AUT-RESULT = 'Y'
               MOVE "AUTHORIZED" TO ADL-REASON
           ELSE
               STRING "REFUSED " AUT-REASON
                   DELIMITED BY SIZE INTO ADL-REASON
           END-IF
           CALL "M0AUDLG" USING ADL-PARM.
