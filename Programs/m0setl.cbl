      *   2026-09-02  非NTD現金案件之資金交割日改依本地曆與該
      *               幣別市場曆(MKTHOL.DAT)交集計算(M0DTSVC 'X'
      *               )，避免承諾之匯款日落在外幣市場假日
      *   2026-10-15  部分受理(RESULT-PARTIAL)案件一併試算交割日
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SETL.
           PERFORM 2100-READ-M04
           PERFORM UNTIL M04-EOF
               ADD 1 TO WS-M04-COUNT
               IF RESULT-SUCCESS OF M04 OR RESULT-PARTIAL OF M04
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM 4000-WRITE-SETTLEMENT-LINE
               END-IF
