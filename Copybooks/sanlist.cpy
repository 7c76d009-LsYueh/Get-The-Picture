      * 制裁名單主檔
      * 檔案長度：160，由制裁名單載入作業(M0SANLD)自各主管機關
      * 公布之官方名單檔整批重建(不經人工編修)；名稱並存放經
      * 共用名稱正規化服務 M0SNORM 正規化後之比對用名稱及其去空白
      * 長度，供制裁名單篩檢作業(M0SANS)模糊比對。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SANCTION-LIST-REC.
           05  SAN-LIST-CODE           PIC X(04).  *> 名單來源代碼
           05  SAN-ENTRY-ID            PIC X(12).  *> 名單條目編號
           05  SAN-ENTRY-TYPE          PIC X(01).  *> 條目類別
               88  SAN-TYPE-INDIVIDUAL     VALUE 'I'. *> 個人
               88  SAN-TYPE-ENTITY         VALUE 'E'. *> 法人/團體
           05  SAN-NAME                PIC X(60).  *> 名單所載名稱
           05  SAN-NORM-NAME           PIC X(60).  *> 正規化名稱
           05  SAN-NORM-LEN            PIC 9(02).  *> 正規化去空白長度
           05  SAN-ID-NO               PIC X(10).  *> 身分證/登記號碼
           05  SAN-LIST-DATE           PIC 9(08).  *> 列名日
           05  FILLER                  PIC X(03).
