      * 報表人工下指示，為申請人申訴最大宗。本程式由請求檔
      * M0ODLT.REQ(模式(1)+基準日(8))控制:
      *   'G' 產生 - 就買回成功案件(M01 TX-KIND='2' 配 M04
      *       RESULT='1'，部分受理 RESULT='2' 者亦同)逐申請人
      *       計算零股餘數(分得單位數 mod
      *       1000)，申請人 MERGE-ASSIGN='Y' 者產生整合指示
      *       (移轉至群組內指定之 KEEP-ACNT)，累加寫入指示檔
      *       ODLINS.NEW(=原指示+本日新增)。指定帳戶取群組內
      *       (含溢位申請人，經 APLLOOK 取得)第一位 MERGE-ASSIGN='Y'
      *       者之保管帳號。
      *   'M' 銷號 - 讀取集保回報檔 ODLCNF.DAT(案件鍵值+移出
      *       帳號+單位數)，相符之未銷指示標記已確認。
      *   2026-09-02  新增此程式
      *   2026-09-02  產生模式就同案件+移出帳戶之既有指示去重，
      *               重跑不重複立指示(比照 M0SBLCF 分類帳去重)
      *   2026-09-22  申請人群組改由共用申請人群組查詢服務 APLLOOK
      *               取得，溢位申請人依完整鍵值配對，不再受2000筆
      *               溢位表容量限制
      *   2026-10-15  部分受理(M04 RESULT='2')之買回案件一併產生整合
      *               指示，分得單位數取 M04 依受理基數之分配
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0ODLT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04-FILE ASSIGN TO "M04.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INS-IN ASSIGN TO "ODLINS.DAT"
       FD  M01-FILE.
       COPY m01.

       FD  M04-FILE.
       COPY m04 REPLACING ==M04.== BY ==M04-REC.==.

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-M04-EOF               PIC X VALUE 'N'.
           88  M04-EOF                    VALUE 'Y'.
       01  WS-INS-EOF               PIC X VALUE 'N'.
                   15  WS-CA-ACNT   PIC 9(07).
                   15  WS-CA-SHR    PIC 9(18).

       01  WS-WORK-KEY              PIC X(21).
       01  WS-KEEP-ACNT             PIC X(11).
       01  WS-REMAINDER             PIC 9(05).
               10  WS-EI-KEY        PIC X(28).
       01  WS-EXI-KEY               PIC X(28).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           CLOSE ODL-RPT-FILE
           STOP RUN.

      * 產生:載入分配表，逐買回案件計算零股餘數並立指示。
       1000-GENERATE.
           PERFORM 1100-LOAD-M04-ALLOCATIONS

           OPEN OUTPUT INS-OUT
           OPEN INPUT INS-IN
               READ M04-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       IF (RESULT OF M04-REC = '1'
                               OR RESULT OF M04-REC = '2')
                               AND WS-CAS-COUNT < 2000
                           ADD 1 TO WS-CAS-COUNT
                           SET WS-CAX TO WS-CAS-COUNT
           END-PERFORM
           CLOSE M04-FILE.

      * 單一案件:找指定保管帳戶，各 MERGE-ASSIGN='Y' 之申請人
      * 依 M04 分得單位數取 mod 1000 餘數立指示。
       2000-PROCESS-ONE-CASE.
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM 2100-FIND-KEEP-ACCOUNT
           IF WS-KEEP-ACNT = SPACES
               EXIT PARAGRAPH
           END-IF

      *    僅 M01 內建槽位有 M04 分配欄位可計算零股餘數。
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-SOURCE(APG-X) = 'M'
                       AND APG-MERGE-ASSIGN(APG-X) = 'Y'
                   MOVE APG-APPL-INDEX(APG-X) TO WS-IX
                   IF WS-CA-SHR(WS-CAX WS-IX) > 0
                       DIVIDE WS-CA-SHR(WS-CAX WS-IX) BY 1000
                           GIVING WS-LOTS
                           REMAINDER WS-REMAINDER
                       IF WS-REMAINDER > 0
                           PERFORM 2200-WRITE-INSTRUCTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * 之保管銀行帳號。
       2100-FIND-KEEP-ACCOUNT.
           MOVE SPACES TO WS-KEEP-ACNT
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-MERGE-ASSIGN(APG-X) = 'Y'
                       AND APG-KEEP-ACNT(APG-X) NOT = SPACES
                   MOVE APG-KEEP-ACNT(APG-X) TO WS-KEEP-ACNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 同案件+移出帳戶已有指示者(重跑)不重複立指示。
       2200-WRITE-INSTRUCTION.
