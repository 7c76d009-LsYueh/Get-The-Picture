      *   2026-08-09  新增此程式
      *   2026-08-09  配對比對前加入 SORT 步驟，不再假設來源檔案
      *               已依鍵值排序
      *   2026-09-22  申請人清單改由共用申請人群組查詢服務 APLLOOK
      *               組成，不再自行排序配對 M01APPL
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01APVR.
       FILE-CONTROL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-01 ASSIGN TO "M01APVR.S01".
           SELECT M01-SORTED ASSIGN TO "M01APVR.D01"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIST-FILE ASSIGN TO "M01APVR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  M01-FILE.
       COPY m01.

       SD  SORT-WORK-01.
       COPY m01 REPLACING ==M01.== BY ==SORT-01-REC.==.

       FD  M01-SORTED.
       COPY m01 REPLACING ==M01.== BY ==M01-SORTED-REC.==.

       FD  LIST-FILE.
       01  LIST-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.

       01  WS-REC-COUNT             PIC 9(07) VALUE 0.
       01  WS-APPLICANT-COUNT       PIC 9(09) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(09) VALUE 0.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-MERGE-ASSIGN    PIC X(01).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-WORK-01
                                TX-DATE OF SORT-01-REC
                                SEQNO OF SORT-01-REC
               USING M01-FILE GIVING M01-SORTED

           OPEN INPUT M01-SORTED
           OPEN OUTPUT LIST-FILE
           MOVE "M01 CONSOLIDATED APPLICANT LISTING (INLINE + OVERFLOW)"
               TO LIST-LINE
           WRITE LIST-LINE

           PERFORM 1000-READ-M01
           PERFORM UNTIL M01-EOF
               ADD 1 TO WS-REC-COUNT
               PERFORM 2000-LIST-APPLICANTS
               PERFORM 1000-READ-M01
           END-PERFORM

               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE

           CLOSE M01-SORTED LIST-FILE
           STOP RUN.

       1000-READ-M01.
               AT END SET M01-EOF TO TRUE
           END-READ.

      * 經 APLLOOK 取得本筆 M01 之完整申請人清單:內建槽位(1至
      * APPLIER-NUMBER，上限3)在前，其後依申請人序號列第4名以後之
      * 超額申請人。
       2000-LIST-APPLICANTS.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01-SORTED-REC APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ETF-ID    OF M01-SORTED-REC TO WS-D-ETF-ID
               MOVE BROKER-ID OF M01-SORTED-REC TO WS-D-BROKER-ID
               MOVE TX-DATE   OF M01-SORTED-REC TO WS-D-TX-DATE
               MOVE SEQNO     OF M01-SORTED-REC TO WS-D-SEQNO
               MOVE APG-APPL-INDEX(APG-X)   TO WS-D-APPL-INDEX
               MOVE APG-ACNT-BROKER(APG-X)  TO WS-D-ACNT-BROKER
               MOVE APG-ACNT-NO(APG-X)      TO WS-D-ACNT-NO
               MOVE APG-CASH-ASSIGN(APG-X)  TO WS-D-CASH-ASSIGN
               MOVE APG-MERGE-ASSIGN(APG-X) TO WS-D-MERGE-ASSIGN
               MOVE WS-DETAIL-LINE  TO LIST-LINE
               WRITE LIST-LINE
               IF APG-SOURCE(APG-X) = 'A'
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-APPLICANT-COUNT
               END-IF
           END-PERFORM.
