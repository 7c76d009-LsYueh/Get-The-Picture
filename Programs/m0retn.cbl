      * M0RETN - 歷史檔法定保存期限及法律保全清除作業
      * M01VSAM/M02VSAM/M04HIST 持續將資料輪轉累加至 M01HIST/
      * M02HIST/M04HIST，過去無任何作業確保法定保存期限，亦無
      * 機制防止爭議中、法院扣押或主管機關查核中之案件被清除。
      * 本程式依請求檔 M0RETN.REQ(模式(1)+經辦人員(8))就系統
      * 營業日控制檔 SYSCON.DAT 之營業日執行:
      *   'R' 試算 - 僅列示各筆記錄之清除判定，不異動任何檔案；
      *   'P' 清除 - 保留之記錄寫出 M01HIST.NEW/M02HIST.NEW/
      *       M04HIST.NEW(由排程取代正式歷史檔)。
      * 保存期限依歷史檔保存政策主檔 RETPOL.DAT(基準日起算日數
      * ，未登錄政策或日數0之檔案全數保留)。逾保存期限之記錄
      * 如屬下列保全對象之一仍予保留:
      *   - 法律保全登錄檔 LGLHOLD.DAT 營業日有效之案件/帳戶/
      *     券商保全(含主管機關查核、訴訟、法院命令)；
      *   - 爭議登錄檔 DSPREG.DAT 未結爭議(狀態 O/I)之案件；
      *   - 受限制申請人帳戶主檔 RSTACNT.DAT 營業日有效之法院扣押
      *     (類別 A)帳戶。
      * 報表 M0RETN.RPT 逐筆列示因保全而保留之記錄及其保全，並
      * 依保全彙計各歷史檔保留筆數。申請日/資料日不合法之記錄
      * 一律保留並計數。
      * 請求不合、無營業日或保全筆數超過表格容量者拒絕執行，
      * RETURN-CODE=8；有歷史檔未登錄保存政策者 RETURN-CODE=4。
      *
      * 修改紀錄:
      *   2026-10-13  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0RETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0RETN.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RETPOL-FILE ASSIGN TO "RETPOL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LGLHOLD-FILE ASSIGN TO "LGLHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DSPREG-FILE ASSIGN TO "DSPREG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RSTACNT-FILE ASSIGN TO "RSTACNT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01HIST-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M01HIST-NEW ASSIGN TO "M01HIST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M02HIST-FILE ASSIGN TO "M02HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02HIST-NEW ASSIGN TO "M02HIST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04HIST-FILE ASSIGN TO "M04HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M04HIST-NEW ASSIGN TO "M04HIST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETN-RPT-FILE ASSIGN TO "M0RETN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
               88  REQ-TRIAL            VALUE 'R'.
               88  REQ-PURGE            VALUE 'P'.
           05  REQ-OPER             PIC X(08).

       FD  SYSCON-FILE.
       COPY syscon.

       FD  RETPOL-FILE.
       COPY retpol.

       FD  LGLHOLD-FILE.
       COPY lglhold.

       FD  DSPREG-FILE.
       01  DSPREG-REC.
           05  DSR-NO               PIC 9(06).
           05  DSR-STATUS           PIC X(01).
               88  DSR-UNRESOLVED       VALUE 'O' 'I'.
           05  DSR-BROKER           PIC X(04).
           05  DSR-STMT-DATE        PIC 9(08).
           05  DSR-ETF-ID           PIC X(06).
           05  DSR-TX-DATE          PIC 9(08).
           05  DSR-SEQNO            PIC X(03).
           05  FILLER               PIC X(104).

       FD  RSTACNT-FILE.
       COPY rstacnt.

       FD  M01HIST-FILE.
       COPY m01.

       FD  M01HIST-NEW.
       01  M01HIST-NEW-REC          PIC X(300).

       FD  M02HIST-FILE.
       COPY m02rec.

       FD  M02HIST-NEW.
       01  M02HIST-NEW-REC          PIC X(150).

       FD  M04HIST-FILE.
       COPY m04.

       FD  M04HIST-NEW.
       01  M04HIST-NEW-REC          PIC X(200).

       FD  RETN-RPT-FILE.
       01  RETN-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-POL-EOF               PIC X VALUE 'N'.
           88  POL-EOF                    VALUE 'Y'.
       01  WS-LGH-EOF               PIC X VALUE 'N'.
           88  LGH-EOF                    VALUE 'Y'.
       01  WS-DSR-EOF               PIC X VALUE 'N'.
           88  DSR-EOF                    VALUE 'Y'.
       01  WS-RST-EOF               PIC X VALUE 'N'.
           88  RST-EOF                    VALUE 'Y'.
       01  WS-HIS-EOF               PIC X VALUE 'N'.
           88  HIS-EOF                    VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.

       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-BUS-JULIAN            PIC 9(07) VALUE 0.

      * 歷史檔別及其保存政策(1=M01HIST 2=M02HIST 3=M04HIST)。
       01  WS-FILE-NAMES.
           05  FILLER               PIC X(08) VALUE "M01HIST ".
           05  FILLER               PIC X(08) VALUE "M02HIST ".
           05  FILLER               PIC X(08) VALUE "M04HIST ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME         PIC X(08) OCCURS 3 TIMES.
       01  WS-FX                    PIC 9(01).
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 3 TIMES.
               10  WS-POL-FOUND     PIC X(01).
               10  WS-POL-DAYS      PIC 9(05).
               10  WS-POL-BASIS     PIC X(01).
               10  WS-POL-STATUTE   PIC X(20).
       01  WS-NOPOL-COUNT           PIC 9(01) VALUE 0.

      * 各歷史檔處理計數。
       01  WS-FILE-COUNT-TABLE.
           05  WS-FC-ENTRY OCCURS 3 TIMES.
               10  WS-FC-READ       PIC 9(09).
               10  WS-FC-WITHIN     PIC 9(09).
               10  WS-FC-HELD       PIC 9(09).
               10  WS-FC-PURGED     PIC 9(09).
               10  WS-FC-BADDATE    PIC 9(09).

      * 營業日有效之保全(法律保全/未結爭議/法院扣押帳戶)。
       01  WS-HOLD-COUNT            PIC 9(04) VALUE 0.
       01  WS-HOLD-MAX              PIC 9(04) VALUE 2000.
       01  WS-HX                    PIC 9(04).
       01  WS-HOLD-TABLE.
           05  WS-HD-ENTRY OCCURS 2000 TIMES.
               10  WS-HD-TYPE       PIC X(01).
               10  WS-HD-VALUE      PIC X(17).
               10  WS-HD-SOURCE     PIC X(07).
               10  WS-HD-REF        PIC X(10).
               10  WS-HD-REASON     PIC X(01).
               10  WS-HD-KEPT       PIC 9(07) OCCURS 3 TIMES.
       01  WS-LGH-LOADED            PIC 9(04) VALUE 0.
       01  WS-DSR-LOADED            PIC 9(04) VALUE 0.
       01  WS-RST-LOADED            PIC 9(04) VALUE 0.

      * 受判定記錄之基準日、案件鍵、券商及申請人帳戶。
       01  WS-R-DATE                PIC 9(08).
       01  WS-R-JULIAN              PIC 9(07).
       01  WS-R-AGE                 PIC S9(07).
       01  WS-R-CASE.
           05  WS-RC-ETF-ID         PIC X(06).
           05  WS-RC-TX-DATE        PIC X(08).
           05  WS-RC-SEQNO          PIC X(03).
       01  WS-R-BROKER              PIC X(04).
       01  WS-R-ACNT-TABLE.
           05  WS-R-ACNT OCCURS 3 TIMES.
               10  WS-RA-BROKER     PIC X(04).
               10  WS-RA-NO         PIC X(07).
       01  WS-AX                    PIC 9(01).
       01  WS-R-ACTION              PIC X(01).
           88  R-WITHIN-RETENTION         VALUE 'K'.
           88  R-HELD                     VALUE 'H'.
           88  R-PURGE                    VALUE 'P'.
           88  R-BAD-DATE                 VALUE 'E'.
       01  WS-MATCH-SW              PIC X(01).
           88  HOLD-MATCHED               VALUE 'Y'.

       01  WS-REASON-TEXT           PIC X(12).
       01  WS-EDIT-DAYS             PIC Z(04)9.

       01  WS-DTL-LINE.
           05  WS-D-FILE            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CASE            PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DATE            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AGE             PIC Z(05)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SOURCE          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REF             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TYPE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-VALUE           PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REASON          PIC X(12).

       01  WS-HDR-DTL.
           05  FILLER               PIC X(40) VALUE
               "FILE     CASE-KEY          BRKR BASIS-DT".
           05  FILLER               PIC X(40) VALUE
               "    AGE SOURCE  HOLD-REF   T HOLD-VALUE ".
           05  FILLER               PIC X(13) VALUE
               "       REASON".

       01  WS-SUM-LINE.
           05  WS-S-SOURCE          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-REF             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-TYPE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-VALUE           PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-REASON          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-KEPT-1          PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-KEPT-2          PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-KEPT-3          PIC Z(06)9.

       01  WS-HDR-SUM.
           05  FILLER               PIC X(40) VALUE
               "SOURCE  HOLD-REF   T HOLD-VALUE        R".
           05  FILLER               PIC X(35) VALUE
               "EASON       M01HIST M02HIST M04HIST".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT RETN-RPT-FILE
           MOVE "HISTORY RETENTION WITH LEGAL HOLD" TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE

           PERFORM 1000-READ-REQUEST
           IF NOT REQUEST-REFUSED
               PERFORM 1100-READ-SYSCON
           END-IF
           IF NOT REQUEST-REFUSED
               PERFORM 1200-LOAD-POLICIES
               PERFORM 1300-LOAD-HOLDS
           END-IF
           IF REQUEST-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE RETN-RPT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           MOVE "RECORDS PAST RETENTION KEPT UNDER HOLD"
               TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           MOVE WS-HDR-DTL TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           PERFORM 3100-PROCESS-M01HIST
           PERFORM 3200-PROCESS-M02HIST
           PERFORM 3300-PROCESS-M04HIST

           PERFORM 4000-PRINT-HOLD-SUMMARY
           PERFORM 4100-PRINT-FILE-TOTALS
           IF WS-NOPOL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RETN-RPT-FILE
           STOP RUN.

       1000-READ-REQUEST.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           MOVE SPACES TO RETN-RPT-LINE
           EVALUATE TRUE
               WHEN NOT REQ-TRIAL AND NOT REQ-PURGE
                   MOVE "REQUEST REFUSED - MODE MUST BE R OR P"
                       TO RETN-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-OPER = SPACES
                   MOVE "REQUEST REFUSED - OPERATOR REQUIRED"
                       TO RETN-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-TRIAL
                   STRING "MODE R (TRIAL - NO FILE UPDATED) OPERATOR "
                       REQ-OPER DELIMITED BY SIZE INTO RETN-RPT-LINE
               WHEN OTHER
                   STRING "MODE P (PURGE - KEPT RECORDS TO .NEW) "
                       "OPERATOR " REQ-OPER
                       DELIMITED BY SIZE INTO RETN-RPT-LINE
           END-EVALUATE
           WRITE RETN-RPT-LINE.

       1100-READ-SYSCON.
           OPEN INPUT SYSCON-FILE
           READ SYSCON-FILE
               AT END SET SYS-EOF TO TRUE
           END-READ
           CLOSE SYSCON-FILE
           MOVE SPACES TO RETN-RPT-LINE
           IF SYS-EOF
               MOVE "REQUEST REFUSED - NO SYSCON.DAT" TO RETN-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
           ELSE
               MOVE SYS-BUS-DATE TO WS-BUS-DATE
               COMPUTE WS-BUS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               STRING "BUSINESS DATE: " WS-BUS-DATE
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
           END-IF
           WRITE RETN-RPT-LINE.

      * 載入保存政策；未登錄之歷史檔全數保留並列示警示。
       1200-LOAD-POLICIES.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 3
               MOVE 'N' TO WS-POL-FOUND(WS-FX)
               MOVE 0 TO WS-POL-DAYS(WS-FX)
               MOVE 'T' TO WS-POL-BASIS(WS-FX)
               MOVE SPACES TO WS-POL-STATUTE(WS-FX)
               MOVE 0 TO WS-FC-READ(WS-FX) WS-FC-WITHIN(WS-FX)
                         WS-FC-HELD(WS-FX) WS-FC-PURGED(WS-FX)
                         WS-FC-BADDATE(WS-FX)
           END-PERFORM
           OPEN INPUT RETPOL-FILE
           PERFORM UNTIL POL-EOF
               READ RETPOL-FILE
                   AT END SET POL-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-FX FROM 1 BY 1
                               UNTIL WS-FX > 3
                           IF RTP-FILE-TYPE = WS-FILE-NAME(WS-FX)
                                   AND RTP-RETAIN-DAYS NUMERIC
                               MOVE 'Y' TO WS-POL-FOUND(WS-FX)
                               MOVE RTP-RETAIN-DAYS
                                   TO WS-POL-DAYS(WS-FX)
                               MOVE RTP-DATE-BASIS
                                   TO WS-POL-BASIS(WS-FX)
                               MOVE RTP-STATUTE-REF
                                   TO WS-POL-STATUTE(WS-FX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RETPOL-FILE

           MOVE SPACES TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 3
               MOVE SPACES TO RETN-RPT-LINE
               EVALUATE TRUE
                   WHEN WS-POL-FOUND(WS-FX) NOT = 'Y'
                       ADD 1 TO WS-NOPOL-COUNT
                       STRING WS-FILE-NAME(WS-FX)
                           " NO RETENTION POLICY - NOTHING PURGED"
                           DELIMITED BY SIZE INTO RETN-RPT-LINE
                   WHEN WS-POL-DAYS(WS-FX) = 0
                       STRING WS-FILE-NAME(WS-FX)
                           " RETAINED PERMANENTLY "
                           WS-POL-STATUTE(WS-FX)
                           DELIMITED BY SIZE INTO RETN-RPT-LINE
                   WHEN OTHER
                       MOVE WS-POL-DAYS(WS-FX) TO WS-EDIT-DAYS
                       STRING WS-FILE-NAME(WS-FX)
                           " RETAIN " WS-EDIT-DAYS " DAYS BASIS "
                           WS-POL-BASIS(WS-FX) " "
                           WS-POL-STATUTE(WS-FX)
                           DELIMITED BY SIZE INTO RETN-RPT-LINE
               END-EVALUATE
               WRITE RETN-RPT-LINE
           END-PERFORM.

      * 載入營業日有效之保全；保全筆數超過表格容量即拒絕執行，
      * 以免遺漏保全而誤清除。
       1300-LOAD-HOLDS.
           OPEN INPUT LGLHOLD-FILE
           PERFORM UNTIL LGH-EOF
               READ LGLHOLD-FILE
                   AT END SET LGH-EOF TO TRUE
                   NOT AT END
                       IF LGH-EFF-FROM <= WS-BUS-DATE
                               AND (LGH-EFF-TO = 0
                                   OR LGH-EFF-TO >= WS-BUS-DATE)
                           PERFORM 1390-NEXT-HOLD-SLOT
                           IF NOT REQUEST-REFUSED
                               MOVE LGH-KEY-TYPE
                                   TO WS-HD-TYPE(WS-HOLD-COUNT)
                               MOVE LGH-KEY-VALUE
                                   TO WS-HD-VALUE(WS-HOLD-COUNT)
                               MOVE "LGLHOLD"
                                   TO WS-HD-SOURCE(WS-HOLD-COUNT)
                               MOVE LGH-HOLD-ID
                                   TO WS-HD-REF(WS-HOLD-COUNT)
                               MOVE LGH-REASON
                                   TO WS-HD-REASON(WS-HOLD-COUNT)
                               ADD 1 TO WS-LGH-LOADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LGLHOLD-FILE

           OPEN INPUT DSPREG-FILE
           PERFORM UNTIL DSR-EOF
               READ DSPREG-FILE
                   AT END SET DSR-EOF TO TRUE
                   NOT AT END
                       IF DSR-UNRESOLVED
                           PERFORM 1390-NEXT-HOLD-SLOT
                           IF NOT REQUEST-REFUSED
                               MOVE 'C' TO WS-HD-TYPE(WS-HOLD-COUNT)
                               MOVE SPACES
                                   TO WS-HD-VALUE(WS-HOLD-COUNT)
                               STRING DSR-ETF-ID DSR-TX-DATE DSR-SEQNO
                                   DELIMITED BY SIZE
                                   INTO WS-HD-VALUE(WS-HOLD-COUNT)
                               MOVE "DSPREG"
                                   TO WS-HD-SOURCE(WS-HOLD-COUNT)
                               MOVE DSR-NO
                                   TO WS-HD-REF(WS-HOLD-COUNT)
                               MOVE 'D' TO WS-HD-REASON(WS-HOLD-COUNT)
                               ADD 1 TO WS-DSR-LOADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DSPREG-FILE

           OPEN INPUT RSTACNT-FILE
           PERFORM UNTIL RST-EOF
               READ RSTACNT-FILE
                   AT END SET RST-EOF TO TRUE
                   NOT AT END
                       IF RST-COURT-ORDER
                               AND RST-EFF-FROM <= WS-BUS-DATE
                               AND RST-EFF-TO >= WS-BUS-DATE
                           PERFORM 1390-NEXT-HOLD-SLOT
                           IF NOT REQUEST-REFUSED
                               MOVE 'A' TO WS-HD-TYPE(WS-HOLD-COUNT)
                               MOVE SPACES
                                   TO WS-HD-VALUE(WS-HOLD-COUNT)
                               STRING RST-ACNT-BROKER RST-ACNT-NO
                                   DELIMITED BY SIZE
                                   INTO WS-HD-VALUE(WS-HOLD-COUNT)
                               MOVE "RSTACNT"
                                   TO WS-HD-SOURCE(WS-HOLD-COUNT)
                               MOVE RST-CASE-REF
                                   TO WS-HD-REF(WS-HOLD-COUNT)
                               MOVE 'C' TO WS-HD-REASON(WS-HOLD-COUNT)
                               ADD 1 TO WS-RST-LOADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSTACNT-FILE

           MOVE SPACES TO RETN-RPT-LINE
           IF REQUEST-REFUSED
               STRING "REQUEST REFUSED - MORE THAN " WS-HOLD-MAX
                   " ACTIVE HOLDS" DELIMITED BY SIZE INTO RETN-RPT-LINE
           ELSE
               STRING "ACTIVE HOLDS - LGLHOLD " WS-LGH-LOADED
                   " DSPREG " WS-DSR-LOADED
                   " RSTACNT " WS-RST-LOADED
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
           END-IF
           WRITE RETN-RPT-LINE.

       1390-NEXT-HOLD-SLOT.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               SET REQUEST-REFUSED TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE 0 TO WS-HD-KEPT(WS-HOLD-COUNT, 1)
                         WS-HD-KEPT(WS-HOLD-COUNT, 2)
                         WS-HD-KEPT(WS-HOLD-COUNT, 3)
           END-IF.

      * M01HIST:以申請日起算；案件鍵 ETF代號+申請日+流水號，
      * 申請人帳戶最多三組。
       3100-PROCESS-M01HIST.
           MOVE 1 TO WS-FX
           MOVE 'N' TO WS-HIS-EOF
           OPEN INPUT M01HIST-FILE
           IF REQ-PURGE
               OPEN OUTPUT M01HIST-NEW
           END-IF
           PERFORM UNTIL HIS-EOF
               READ M01HIST-FILE
                   AT END SET HIS-EOF TO TRUE
                   NOT AT END
                       MOVE TX-DATE OF M01 TO WS-R-DATE
                       MOVE ETF-ID OF M01  TO WS-RC-ETF-ID
                       MOVE TX-DATE OF M01 TO WS-RC-TX-DATE
                       MOVE SEQNO OF M01   TO WS-RC-SEQNO
                       MOVE BROKER-ID OF M01 TO WS-R-BROKER
                       PERFORM VARYING WS-AX FROM 1 BY 1
                               UNTIL WS-AX > 3
                           MOVE ACNT-BROKER OF M01 (WS-AX)
                               TO WS-RA-BROKER(WS-AX)
                           MOVE ACNT-NO OF M01 (WS-AX)
                               TO WS-RA-NO(WS-AX)
                       END-PERFORM
                       PERFORM 3800-CLASSIFY-RECORD
                       IF REQ-PURGE AND NOT R-PURGE
                           WRITE M01HIST-NEW-REC FROM M01
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01HIST-FILE
           IF REQ-PURGE
               CLOSE M01HIST-NEW
           END-IF.

      * M02HIST:以申請日起算；每筆明細僅一組申請人帳戶。
       3200-PROCESS-M02HIST.
           MOVE 2 TO WS-FX
           MOVE 'N' TO WS-HIS-EOF
           OPEN INPUT M02HIST-FILE
           IF REQ-PURGE
               OPEN OUTPUT M02HIST-NEW
           END-IF
           PERFORM UNTIL HIS-EOF
               READ M02HIST-FILE
                   AT END SET HIS-EOF TO TRUE
                   NOT AT END
                       MOVE M02-TX-DATE   TO WS-R-DATE
                       MOVE M02-ETF-ID    TO WS-RC-ETF-ID
                       MOVE M02-TX-DATE   TO WS-RC-TX-DATE
                       MOVE M02-SEQNO     TO WS-RC-SEQNO
                       MOVE M02-BROKER-ID TO WS-R-BROKER
                       MOVE SPACES TO WS-R-ACNT-TABLE
                       MOVE M02-ACNT-BROKER TO WS-RA-BROKER(1)
                       MOVE M02-ACNT-NO     TO WS-RA-NO(1)
                       PERFORM 3800-CLASSIFY-RECORD
                       IF REQ-PURGE AND NOT R-PURGE
                           WRITE M02HIST-NEW-REC FROM M02-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M02HIST-FILE
           IF REQ-PURGE
               CLOSE M02HIST-NEW
           END-IF.

      * M04HIST:依政策基準日別以資料日或申請日起算。
       3300-PROCESS-M04HIST.
           MOVE 3 TO WS-FX
           MOVE 'N' TO WS-HIS-EOF
           OPEN INPUT M04HIST-FILE
           IF REQ-PURGE
               OPEN OUTPUT M04HIST-NEW
           END-IF
           PERFORM UNTIL HIS-EOF
               READ M04HIST-FILE
                   AT END SET HIS-EOF TO TRUE
                   NOT AT END
                       IF WS-POL-BASIS(WS-FX) = 'P'
                           MOVE PROC-DATE OF M04 TO WS-R-DATE
                       ELSE
                           MOVE TX-DATE OF M04 TO WS-R-DATE
                       END-IF
                       MOVE ETF-ID OF M04  TO WS-RC-ETF-ID
                       MOVE TX-DATE OF M04 TO WS-RC-TX-DATE
                       MOVE SEQNO OF M04   TO WS-RC-SEQNO
                       MOVE BROKER-ID OF M04 TO WS-R-BROKER
                       PERFORM VARYING WS-AX FROM 1 BY 1
                               UNTIL WS-AX > 3
                           MOVE ACNT-BROKER OF M04 (WS-AX)
                               TO WS-RA-BROKER(WS-AX)
                           MOVE ACNT-NO OF M04 (WS-AX)
                               TO WS-RA-NO(WS-AX)
                       END-PERFORM
                       PERFORM 3800-CLASSIFY-RECORD
                       IF REQ-PURGE AND NOT R-PURGE
                           WRITE M04HIST-NEW-REC FROM M04
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04HIST-FILE
           IF REQ-PURGE
               CLOSE M04HIST-NEW
           END-IF.

      * 判定單筆記錄:無政策/永久保存/保存期限內者保留；逾期者
      * 比對全部保全，符合任一者保留並逐一保全列示，否則清除。
       3800-CLASSIFY-RECORD.
           ADD 1 TO WS-FC-READ(WS-FX)
           IF WS-POL-FOUND(WS-FX) NOT = 'Y'
                   OR WS-POL-DAYS(WS-FX) = 0
               SET R-WITHIN-RETENTION TO TRUE
               ADD 1 TO WS-FC-WITHIN(WS-FX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-R-JULIAN
           IF WS-R-DATE NUMERIC AND WS-R-DATE > 16010101
               COMPUTE WS-R-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-R-DATE)
           END-IF
           IF WS-R-JULIAN = 0
               SET R-BAD-DATE TO TRUE
               ADD 1 TO WS-FC-BADDATE(WS-FX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-R-AGE = WS-BUS-JULIAN - WS-R-JULIAN
           IF WS-R-AGE <= WS-POL-DAYS(WS-FX)
               SET R-WITHIN-RETENTION TO TRUE
               ADD 1 TO WS-FC-WITHIN(WS-FX)
               EXIT PARAGRAPH
           END-IF

           SET R-PURGE TO TRUE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLD-COUNT
               MOVE 'N' TO WS-MATCH-SW
               EVALUATE WS-HD-TYPE(WS-HX)
                   WHEN 'C'
                       IF WS-HD-VALUE(WS-HX) = WS-R-CASE
                           SET HOLD-MATCHED TO TRUE
                       END-IF
                   WHEN 'B'
                       IF WS-HD-VALUE(WS-HX)(1:4) = WS-R-BROKER
                           SET HOLD-MATCHED TO TRUE
                       END-IF
                   WHEN 'A'
                       PERFORM VARYING WS-AX FROM 1 BY 1
                               UNTIL WS-AX > 3
                           IF WS-R-ACNT(WS-AX) NOT = SPACES
                                   AND WS-HD-VALUE(WS-HX)(1:11)
                                       = WS-R-ACNT(WS-AX)
                               SET HOLD-MATCHED TO TRUE
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF HOLD-MATCHED
                   SET R-HELD TO TRUE
                   ADD 1 TO WS-HD-KEPT(WS-HX, WS-FX)
                   PERFORM 3900-PRINT-HELD-RECORD
               END-IF
           END-PERFORM
           IF R-HELD
               ADD 1 TO WS-FC-HELD(WS-FX)
           ELSE
               ADD 1 TO WS-FC-PURGED(WS-FX)
           END-IF.

       3900-PRINT-HELD-RECORD.
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-FILE-NAME(WS-FX)  TO WS-D-FILE
           MOVE WS-R-CASE            TO WS-D-CASE
           MOVE WS-R-BROKER          TO WS-D-BROKER
           MOVE WS-R-DATE            TO WS-D-DATE
           MOVE WS-R-AGE             TO WS-D-AGE
           MOVE WS-HD-SOURCE(WS-HX)  TO WS-D-SOURCE
           MOVE WS-HD-REF(WS-HX)     TO WS-D-REF
           MOVE WS-HD-TYPE(WS-HX)    TO WS-D-TYPE
           MOVE WS-HD-VALUE(WS-HX)   TO WS-D-VALUE
           PERFORM 3950-SET-REASON-TEXT
           MOVE WS-REASON-TEXT       TO WS-D-REASON
           MOVE WS-DTL-LINE TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE.

       3950-SET-REASON-TEXT.
           EVALUATE WS-HD-REASON(WS-HX)
               WHEN 'R'   MOVE "REGULATOR"   TO WS-REASON-TEXT
               WHEN 'L'   MOVE "LITIGATION"  TO WS-REASON-TEXT
               WHEN 'C'   MOVE "COURT ORDER" TO WS-REASON-TEXT
               WHEN 'D'   MOVE "DISPUTE"     TO WS-REASON-TEXT
               WHEN OTHER MOVE "OTHER"       TO WS-REASON-TEXT
           END-EVALUATE.

      * 依保全彙計各歷史檔因該保全而保留之筆數(含未保留任何記錄
      * 之保全，以供確認保全已生效)。
       4000-PRINT-HOLD-SUMMARY.
           MOVE SPACES TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           MOVE "RECORDS KEPT BY EACH HOLD" TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           MOVE WS-HDR-SUM TO RETN-RPT-LINE
           WRITE RETN-RPT-LINE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLD-COUNT
               MOVE SPACES TO WS-SUM-LINE
               MOVE WS-HD-SOURCE(WS-HX) TO WS-S-SOURCE
               MOVE WS-HD-REF(WS-HX)    TO WS-S-REF
               MOVE WS-HD-TYPE(WS-HX)   TO WS-S-TYPE
               MOVE WS-HD-VALUE(WS-HX)  TO WS-S-VALUE
               PERFORM 3950-SET-REASON-TEXT
               MOVE WS-REASON-TEXT      TO WS-S-REASON
               MOVE WS-HD-KEPT(WS-HX, 1) TO WS-S-KEPT-1
               MOVE WS-HD-KEPT(WS-HX, 2) TO WS-S-KEPT-2
               MOVE WS-HD-KEPT(WS-HX, 3) TO WS-S-KEPT-3
               MOVE WS-SUM-LINE TO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
           END-PERFORM.

       4100-PRINT-FILE-TOTALS.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 3
               MOVE SPACES TO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
               MOVE SPACES TO RETN-RPT-LINE
               STRING WS-FILE-NAME(WS-FX) " TOTALS"
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
               MOVE SPACES TO RETN-RPT-LINE
               STRING "  RECORDS READ...........: " WS-FC-READ(WS-FX)
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
               MOVE SPACES TO RETN-RPT-LINE
               STRING "  WITHIN RETENTION.......: "
                   WS-FC-WITHIN(WS-FX)
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
               MOVE SPACES TO RETN-RPT-LINE
               STRING "  PAST RETENTION, HELD...: " WS-FC-HELD(WS-FX)
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
               MOVE SPACES TO RETN-RPT-LINE
               STRING "  INVALID DATE, KEPT.....: "
                   WS-FC-BADDATE(WS-FX)
                   DELIMITED BY SIZE INTO RETN-RPT-LINE
               WRITE RETN-RPT-LINE
               MOVE SPACES TO RETN-RPT-LINE
               IF REQ-PURGE
                   STRING "  PURGED.................: "
                       WS-FC-PURGED(WS-FX)
                       DELIMITED BY SIZE INTO RETN-RPT-LINE
               ELSE
                   STRING "  ELIGIBLE FOR PURGE.....: "
                       WS-FC-PURGED(WS-FX)
                       DELIMITED BY SIZE INTO RETN-RPT-LINE
               END-IF
               WRITE RETN-RPT-LINE
           END-PERFORM.
