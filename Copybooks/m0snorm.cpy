      * M0SNORM - 名稱正規化與相似度服務參數區
      * 呼叫端填入功能碼後 CALL "M0SNORM" USING SNM-PARM:
      *   'N' 正規化 - SNM-NAME-1 → SNM-NORM-NAME、SNM-NORM-LEN
      *       (轉大寫、標點改空白、去稱謂及公司組織別字詞、
      *       連續空白併為一格；長度為去空白後之長度)
      *   'S' 相似度 - 已正規化之 SNM-NAME-1 與 SNM-NAME-2 去空白
      *       後以相鄰二字元組比對(Dice 係數) → SNM-SCORE(0-100)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SNM-PARM.
           05  SNM-FUNC                PIC X(01).  *> 功能碼
           05  SNM-NAME-1              PIC X(60).  *> 名稱1
           05  SNM-NAME-2              PIC X(60).  *> 名稱2
           05  SNM-NORM-NAME           PIC X(60).  *> (回)正規化名稱
           05  SNM-NORM-LEN            PIC 9(02).  *> (回)去空白長度
           05  SNM-SCORE               PIC 9(03).  *> (回)相似度
