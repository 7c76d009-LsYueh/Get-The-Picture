      *               (與 M01APLED 採同一配對比對法)
      *   2026-08-09  配對比對前加入 SORT 步驟，不再假設來源檔案
      *               已依鍵值排序
      *   2026-09-22  申請人改由共用申請人群組查詢服務 APLLOOK 取得
      *               ，不再自行排序配對 M01APPL；M01 槽位僅檢視至
      *               APPLIER-NUMBER，溢位明細亦須帳號非0
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01MRGE.
       FILE-CONTROL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-01 ASSIGN TO "M01MRGE.S01".
           SELECT M01-SORTED ASSIGN TO "M01MRGE.D01"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MRG-RPT-FILE ASSIGN TO "M01MRGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  M01-FILE.
       COPY m01.

       SD  SORT-WORK-01.
       COPY m01 REPLACING ==M01.== BY ==SORT-01-REC.==.

       FD  M01-SORTED.
       COPY m01 REPLACING ==M01.== BY ==M01-SORTED-REC.==.

       FD  MRG-RPT-FILE.
       01  MRG-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.

       01  WS-REC-COUNT             PIC 9(07) VALUE 0.
       01  WS-MERGE-COUNT           PIC 9(07) VALUE 0.

           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ID-CODE         PIC X(03).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-WORK-01
                                TX-DATE OF SORT-01-REC
                                SEQNO OF SORT-01-REC
               USING M01-FILE GIVING M01-SORTED

           OPEN INPUT M01-SORTED
           OPEN OUTPUT MRG-RPT-FILE
           MOVE WS-HDR-1 TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           WRITE MRG-RPT-LINE

           PERFORM 1000-READ-M01
           PERFORM UNTIL M01-EOF
               ADD 1 TO WS-REC-COUNT
               PERFORM 2000-CHECK-RECORD
               PERFORM 1000-READ-M01
           END-PERFORM

               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE

           CLOSE M01-SORTED MRG-RPT-FILE
           STOP RUN.

       1000-READ-M01.
               AT END SET M01-EOF TO TRUE
           END-READ.

      * 經 APLLOOK 取得完整申請人清單(含 M01APPL 超額申請人)，
      * 列示帳號非0且指定零股整合帳戶者。
       2000-CHECK-RECORD.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01-SORTED-REC APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-ACNT-NO(APG-X) NOT = 0 AND
                       APG-MERGE-ASSIGN(APG-X) = 'Y'
                   PERFORM 3000-PRINT-MERGE-LINE
               END-IF
           END-PERFORM.

       3000-PRINT-MERGE-LINE.
           ADD 1 TO WS-MERGE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BROKER-ID OF M01-SORTED-REC TO WS-D-BROKER-ID
           MOVE TX-DATE   OF M01-SORTED-REC TO WS-D-TX-DATE
           MOVE SEQNO     OF M01-SORTED-REC TO WS-D-SEQNO
           MOVE APG-ACNT-BROKER(APG-X) TO WS-D-ACNT-BROKER
           MOVE APG-ACNT-NO(APG-X)     TO WS-D-ACNT-NO
           MOVE APG-KEEP-ACNT(APG-X)   TO WS-D-KEEP-ACNT
           MOVE APG-ID-CODE(APG-X)     TO WS-D-ID-CODE
           MOVE WS-DETAIL-LINE      TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE.
