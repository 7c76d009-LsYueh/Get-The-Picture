      * M0SNORM - 名稱正規化與相似度服務(被呼叫副程式)
      * 制裁名單載入(M0SANLD)與篩檢(M0SANS)須以同一規則處理名稱
      * ，否則名單側與申報側之大小寫、標點、稱謂差異即足以漏判。
      * 本副程式統一提供(參數區見 m0snorm 抄寫簿):
      *   'N' 正規化 - 英文字母轉大寫，標點符號改為空白，逐字詞
      *       剔除稱謂及公司組織別字詞(MR、MRS、MS、DR、THE、CO
      *       、CORP、INC、LLC、LTD、LIMITED、COMPANY)，字詞間以
      *       一格空白串接；並回覆去空白後長度。
      *   'S' 相似度 - 兩已正規化名稱去空白後，依相鄰二字元組
      *       逐一配對(每組僅配對一次)，相似度 = 2×配對組數 /
      *       (兩名稱二字元組數合計)×100，四捨五入；去空白後
      *       完全相同者為100。
      *
      * 修改紀錄:
      *   2026-10-06  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SNORM.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-NAME             PIC X(60).
       01  WS-CX                    PIC 9(02).
       01  WS-OUT-PTR               PIC 9(02).
       01  WS-TOKEN                 PIC X(60).
       01  WS-TOKEN-LEN             PIC 9(02).

       01  WS-NOISE-WORDS.
           05  FILLER               PIC X(08) VALUE "MR".
           05  FILLER               PIC X(08) VALUE "MRS".
           05  FILLER               PIC X(08) VALUE "MS".
           05  FILLER               PIC X(08) VALUE "DR".
           05  FILLER               PIC X(08) VALUE "THE".
           05  FILLER               PIC X(08) VALUE "CO".
           05  FILLER               PIC X(08) VALUE "CORP".
           05  FILLER               PIC X(08) VALUE "INC".
           05  FILLER               PIC X(08) VALUE "LLC".
           05  FILLER               PIC X(08) VALUE "LTD".
           05  FILLER               PIC X(08) VALUE "LIMITED".
           05  FILLER               PIC X(08) VALUE "COMPANY".
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-WORDS.
           05  WS-NOISE-WORD OCCURS 12 TIMES
                   INDEXED BY WS-NWX
                                    PIC X(08).
       01  WS-NOISE-SW              PIC X VALUE 'N'.
           88  NOISE-WORD                 VALUE 'Y'.

       01  WS-COMPACT-1             PIC X(60).
       01  WS-COMPACT-2             PIC X(60).
       01  WS-LEN-1                 PIC 9(02).
       01  WS-LEN-2                 PIC 9(02).
       01  WS-IX                    PIC 9(02).
       01  WS-JX                    PIC 9(02).
       01  WS-PAIRS-1               PIC 9(02).
       01  WS-PAIRS-2               PIC 9(02).
       01  WS-MATCHED               PIC 9(02).
       01  WS-USED-FLAGS.
           05  WS-USED OCCURS 60 TIMES PIC X(01).

       LINKAGE SECTION.
       COPY m0snorm.

       PROCEDURE DIVISION USING SNM-PARM.
       0000-MAIN.
           EVALUATE SNM-FUNC
               WHEN 'N' PERFORM 1000-NORMALISE
               WHEN 'S' PERFORM 2000-SIMILARITY
               WHEN OTHER
                   MOVE SPACES TO SNM-NORM-NAME
                   MOVE 0 TO SNM-NORM-LEN SNM-SCORE
           END-EVALUATE
           GOBACK.

      * 轉大寫、標點改空白後逐字詞掃描，非稱謂/組織別字詞者依序
      * 以一格空白串接至正規化名稱。
       1000-NORMALISE.
           MOVE SNM-NAME-1 TO WS-WORK-NAME
           INSPECT WS-WORK-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO SNM-NORM-NAME WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN SNM-NORM-LEN
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 60
               IF WS-WORK-NAME(WS-CX:1) = SPACE
                   PERFORM 1100-EMIT-TOKEN
               ELSE
                   IF WS-TOKEN-LEN < 60
                       ADD 1 TO WS-TOKEN-LEN
                       MOVE WS-WORK-NAME(WS-CX:1)
                           TO WS-TOKEN(WS-TOKEN-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 1100-EMIT-TOKEN.

       1100-EMIT-TOKEN.
           IF WS-TOKEN-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NOISE-SW
           IF WS-TOKEN-LEN <= 8
               PERFORM VARYING WS-NWX FROM 1 BY 1 UNTIL WS-NWX > 12
                   IF WS-NOISE-WORD(WS-NWX) = WS-TOKEN
                       SET NOISE-WORD TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT NOISE-WORD
               IF WS-OUT-PTR > 1 AND WS-OUT-PTR < 60
                   ADD 1 TO WS-OUT-PTR
               END-IF
               IF WS-OUT-PTR + WS-TOKEN-LEN - 1 <= 60
                   MOVE WS-TOKEN(1:WS-TOKEN-LEN)
                       TO SNM-NORM-NAME(WS-OUT-PTR:WS-TOKEN-LEN)
                   ADD WS-TOKEN-LEN TO WS-OUT-PTR
                   ADD WS-TOKEN-LEN TO SNM-NORM-LEN
               END-IF
           END-IF
           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN.

      * 兩名稱去空白後以相鄰二字元組配對計算相似度。
       2000-SIMILARITY.
           MOVE 0 TO SNM-SCORE
           MOVE SNM-NAME-1 TO WS-WORK-NAME
           PERFORM 2100-COMPACT
           MOVE WS-COMPACT-1 TO WS-COMPACT-2
           MOVE WS-LEN-1     TO WS-LEN-2
           MOVE SNM-NAME-2 TO WS-WORK-NAME
           PERFORM 2100-COMPACT
           IF WS-LEN-1 = 0 OR WS-LEN-2 = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPACT-1 = WS-COMPACT-2
               MOVE 100 TO SNM-SCORE
               EXIT PARAGRAPH
           END-IF
           IF WS-LEN-1 < 2 OR WS-LEN-2 < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAIRS-1 = WS-LEN-1 - 1
           COMPUTE WS-PAIRS-2 = WS-LEN-2 - 1
           MOVE ALL 'N' TO WS-USED-FLAGS
           MOVE 0 TO WS-MATCHED
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PAIRS-2
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-PAIRS-1
                   IF WS-USED(WS-JX) = 'N'
                           AND WS-COMPACT-2(WS-IX:2)
                               = WS-COMPACT-1(WS-JX:2)
                       MOVE 'Y' TO WS-USED(WS-JX)
                       ADD 1 TO WS-MATCHED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE SNM-SCORE ROUNDED =
               (2 * WS-MATCHED * 100) / (WS-PAIRS-1 + WS-PAIRS-2).

      * 去除 WS-WORK-NAME 之空白 → WS-COMPACT-1/WS-LEN-1。
       2100-COMPACT.
           MOVE SPACES TO WS-COMPACT-1
           MOVE 0 TO WS-LEN-1
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 60
               IF WS-WORK-NAME(WS-CX:1) NOT = SPACE
                   ADD 1 TO WS-LEN-1
                   MOVE WS-WORK-NAME(WS-CX:1)
                       TO WS-COMPACT-1(WS-LEN-1:1)
               END-IF
           END-PERFORM.
