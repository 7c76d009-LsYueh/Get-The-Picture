               88  ISS-MST-CHN-MQ          VALUE 'Q'. *> 訊息佇列
               88  ISS-MST-CHN-TAPE        VALUE 'T'. *> 磁帶遞送
           05  ISS-MST-REPLY-DEADLINE  PIC 9(04).  *> 回覆期限(時分)
           05  ISS-MST-CUTOFF-TIME     PIC 9(04).  *> 預設收件截止時分(0=不設)
           05  ISS-MST-SHARE-PCT       PIC 9(02)V9(02). *> 手續費分潤比率(%)
           05  ISS-MST-PCF-LAYOUT      PIC X(01).  *> PCF檔版面(空白=不送檔)
               88  ISS-MST-PCF-FIXED       VALUE 'F'. *> 定長欄位
               88  ISS-MST-PCF-DELIM       VALUE 'D'. *> 逗號分隔
           05  FILLER                  PIC X(02).
