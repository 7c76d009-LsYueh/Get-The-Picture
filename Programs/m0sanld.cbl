      * M0SANLD - 制裁名單主檔載入作業
      * 受限制帳戶檢核(M01RSTC)僅能依開戶券商+帳號攔阻，無從辨識
      * 以他人帳號或匯款受款人名義出現之制裁對象。本程式自各主管
      * 機關公布之官方名單檔整批重建制裁名單主檔:
      *   1. 控制檔 M0SANLD.CTL 每行一份名單:名單來源代碼(4)+
      *      名單檔名(12)，依序讀入(名單檔不存在者列示略過)。
      *   2. 名單檔每筆:條目編號(12)+類別(1，I=個人 E=法人)+名稱
      *      (60)+身分證/登記號碼(10)+列名日(8)。名稱空白者剔除。
      *   3. 名稱經共用名稱正規化服務 M0SNORM 正規化，連同去空白
      *      長度寫入 SANLIST.NEW(版面見 sanlist 抄寫簿，由排程
      *      取代 SANLIST.DAT)。
      * 產出 M0SANLD.RPT 列示各名單載入筆數。
      *
      * 修改紀錄:
      *   2026-10-06  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SANLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0SANLD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RAW-FILE ASSIGN TO DYNAMIC WS-RAW-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT SAN-NEW-FILE ASSIGN TO "SANLIST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANLD-RPT-FILE ASSIGN TO "M0SANLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-LIST-CODE        PIC X(04).
           05  CTL-FILE-NAME        PIC X(12).

       FD  RAW-FILE.
       01  RAW-REC.
           05  RAW-ENTRY-ID         PIC X(12).  *> 條目編號
           05  RAW-ENTRY-TYPE       PIC X(01).  *> I=個人 E=法人
           05  RAW-NAME             PIC X(60).  *> 名稱
           05  RAW-ID-NO            PIC X(10).  *> 身分證/登記號碼
           05  RAW-LIST-DATE        PIC 9(08).  *> 列名日
           05  FILLER               PIC X(09).

       FD  SAN-NEW-FILE.
       COPY sanlist.

       FD  SANLD-RPT-FILE.
       01  SANLD-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RAW-NAME              PIC X(12).
       01  WS-RAW-STATUS            PIC X(02).
       01  WS-CTL-EOF               PIC X VALUE 'N'.
           88  CTL-EOF                    VALUE 'Y'.
       01  WS-RAW-EOF               PIC X VALUE 'N'.
           88  RAW-EOF                    VALUE 'Y'.

       01  WS-LIST-READ             PIC 9(07).
       01  WS-LIST-LOADED           PIC 9(07).
       01  WS-LIST-REJECTED         PIC 9(07).
       01  WS-LIST-COUNT            PIC 9(03) VALUE 0.
       01  WS-TOTAL-LOADED          PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED        PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "SANCTIONS LIST MASTER LOAD".
       01  WS-HDR-2                 PIC X(80) VALUE
           "LIST FILE            READ   LOADED REJECTED".

       01  WS-DETAIL-LINE.
           05  WS-D-LIST-CODE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FILE-NAME       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-READ            PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LOADED          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REJECTED        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REMARK          PIC X(30).

       COPY m0snorm.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT SANLD-RPT-FILE
           MOVE WS-HDR-1 TO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE
           MOVE WS-HDR-2 TO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE

           OPEN OUTPUT SAN-NEW-FILE
           OPEN INPUT CTL-FILE
           PERFORM UNTIL CTL-EOF
               READ CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-LIST-CODE NOT = SPACES
                           PERFORM 1000-LOAD-ONE-LIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-FILE SAN-NEW-FILE

           MOVE SPACES TO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE
           STRING "LISTS PROCESSED...: " WS-LIST-COUNT
               DELIMITED BY SIZE INTO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE
           MOVE SPACES TO SANLD-RPT-LINE
           STRING "ENTRIES LOADED....: " WS-TOTAL-LOADED
               DELIMITED BY SIZE INTO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE
           MOVE SPACES TO SANLD-RPT-LINE
           STRING "ENTRIES REJECTED..: " WS-TOTAL-REJECTED
               DELIMITED BY SIZE INTO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE

           CLOSE SANLD-RPT-FILE
           STOP RUN.

      * 讀入一份官方名單，逐筆正規化後寫入新主檔。
       1000-LOAD-ONE-LIST.
           ADD 1 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-READ WS-LIST-LOADED WS-LIST-REJECTED
           MOVE CTL-FILE-NAME TO WS-RAW-NAME
           MOVE 'N' TO WS-RAW-EOF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CTL-LIST-CODE TO WS-D-LIST-CODE
           MOVE CTL-FILE-NAME TO WS-D-FILE-NAME
           OPEN INPUT RAW-FILE
           IF WS-RAW-STATUS = "05"
               MOVE "LIST FILE NOT FOUND - SKIPPED" TO WS-D-REMARK
           END-IF
           PERFORM UNTIL RAW-EOF
               READ RAW-FILE
                   AT END SET RAW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-READ
                       PERFORM 1100-LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RAW-FILE
           MOVE WS-LIST-READ     TO WS-D-READ
           MOVE WS-LIST-LOADED   TO WS-D-LOADED
           MOVE WS-LIST-REJECTED TO WS-D-REJECTED
           MOVE WS-DETAIL-LINE TO SANLD-RPT-LINE
           WRITE SANLD-RPT-LINE.

       1100-LOAD-ONE-ENTRY.
           IF RAW-NAME = SPACES
               ADD 1 TO WS-LIST-REJECTED WS-TOTAL-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N'      TO SNM-FUNC
           MOVE RAW-NAME TO SNM-NAME-1
           CALL "M0SNORM" USING SNM-PARM
           MOVE SPACES TO SANCTION-LIST-REC
           MOVE CTL-LIST-CODE  TO SAN-LIST-CODE
           MOVE RAW-ENTRY-ID   TO SAN-ENTRY-ID
           MOVE RAW-ENTRY-TYPE TO SAN-ENTRY-TYPE
           MOVE RAW-NAME       TO SAN-NAME
           MOVE SNM-NORM-NAME  TO SAN-NORM-NAME
           MOVE SNM-NORM-LEN   TO SAN-NORM-LEN
           MOVE RAW-ID-NO      TO SAN-ID-NO
           IF RAW-LIST-DATE IS NUMERIC
               MOVE RAW-LIST-DATE TO SAN-LIST-DATE
           ELSE
               MOVE 0 TO SAN-LIST-DATE
           END-IF
           WRITE SANCTION-LIST-REC
           ADD 1 TO WS-LIST-LOADED WS-TOTAL-LOADED.
