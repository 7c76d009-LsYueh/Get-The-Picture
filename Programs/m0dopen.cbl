      *   1. 請求日期須為營業日(呼叫 M0DTSVC 'V' 判定)。
      *   2. 前一系統營業日須已日終(狀態C)，未日終者拒開。
      *   3. 新營業日須晚於前一系統營業日，防止日期倒走。
      *   4. 應變作業模式狀態檔 CTGSTAT.DAT 不得仍有宣告中之模式；
      *      開日後該檔重設為新營業日之空白狀態。
      * 任一違反以 RETURN-CODE=8 拒絕開日並列示原因於報表
      * M0DOPEN.RPT。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-15  讀取應變作業模式狀態檔 CTGSTAT.DAT，前日仍有
      *               應變模式未回復者拒開；開日時重設為新營業日
      *               之空白狀態
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DOPEN.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGSTAT-FILE ASSIGN TO "CTGSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DOPN-RPT-FILE ASSIGN TO "M0DOPEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  SYSCON-FILE.
       COPY syscon.

       FD  CTGSTAT-FILE.
       COPY ctgstat.

       FD  DOPN-RPT-FILE.
       01  DOPN-RPT-LINE            PIC X(132).


       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-CTS-EOF               PIC X VALUE 'N'.
           88  CTS-EOF                    VALUE 'Y'.
       01  WS-REJECT-SW             PIC X VALUE 'N'.
           88  OPEN-REJECTED              VALUE 'Y'.

                   DELIMITED BY SIZE INTO DOPN-RPT-LINE
               WRITE DOPN-RPT-LINE
               SET OPEN-REJECTED TO TRUE
           END-IF

           PERFORM 2100-CHECK-CONTINGENCY.

      * 前日應變作業模式(T30/M04)仍屬宣告中者不得開新營業日。
       2100-CHECK-CONTINGENCY.
           OPEN INPUT CTGSTAT-FILE
           READ CTGSTAT-FILE
               AT END SET CTS-EOF TO TRUE
           END-READ
           CLOSE CTGSTAT-FILE
           IF CTS-EOF
               EXIT PARAGRAPH
           END-IF
           IF CTS-T30-CONTINGENCY OR CTS-M04-CONTINGENCY
               MOVE SPACES TO DOPN-RPT-LINE
               STRING "CONTINGENCY MODE OF " CTS-BUS-DATE
                   " NOT RECOVERED (T30 " CTS-CONTG-T30
                   " M04 " CTS-CONTG-M04 ") - OPEN REFUSED"
                   DELIMITED BY SIZE INTO DOPN-RPT-LINE
               WRITE DOPN-RPT-LINE
               SET OPEN-REJECTED TO TRUE
           END-IF.

      * 設定系統營業日控制檔並列示開日結果。
           WRITE SYSCON-RECORD
           CLOSE SYSCON-FILE

           MOVE SPACES TO CTG-STATE-REC
           MOVE REQ-BUS-DATE TO CTS-BUS-DATE
           MOVE 0 TO CTS-CONTG-STAMP CTS-T30-BASIS-DATE
           OPEN OUTPUT CTGSTAT-FILE
           WRITE CTG-STATE-REC
           CLOSE CTGSTAT-FILE

           STRING "BUSINESS DAY " REQ-BUS-DATE
               " OPENED BY " REQ-OPER
               DELIMITED BY SIZE INTO DOPN-RPT-LINE
