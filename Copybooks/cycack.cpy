      * 盤中循環檢核回覆檔(ACKbbbbn.DAT，bbbb=券商代表號，n=循環)
      * 檔案長度：260
      * 每券商每循環一檔，依來源檔案識別(SOURCE-FILE-ID)分段:
      *   'H' 段首 - 每一來源檔案一筆
      *   'D' 明細 - 該來源檔案每筆 M01/M02 申報一筆，ACK=受理、
      *       NAK=退件，列示檢出之全部錯誤代碼及說明，每行5組；
      *       逾5組者以同鍵值之續行('D'，ACD-ROW-SEQ 遞增)續列，
      *       ACD-ROW-TOTAL 為該申報之行數，ACD-CODE-COUNT 為全部
      *       代碼數(各行相同)
      *   'T' 段尾 - 該來源檔案之受理/退件筆數(以申報計，續行不計)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ACK-HEADER.
           05  ACH-TYPE                PIC X(01).  *> 'H'
           05  ACH-BROKER-ID           PIC X(04).  *> 券商代表號
           05  ACH-SOURCE-FILE-ID      PIC X(12).  *> 來源檔案識別
           05  ACH-CYCLE-NO            PIC 9(02).  *> 盤中批次循環序號
           05  ACH-PROC-DATE           PIC 9(08).  *> 處理日(西曆)
           05  FILLER                  PIC X(233).

       01  ACK-DETAIL.
           05  ACD-TYPE                PIC X(01).  *> 'D'
           05  ACD-CYCLE-NO            PIC 9(02).  *> 盤中批次循環序號
           05  ACD-REC-TYPE            PIC X(03).  *> M01/M02
           05  ACD-ETF-ID              PIC X(06).  *> ETF代號
           05  ACD-TX-DATE             PIC 9(08).  *> 申請日(西曆)
           05  ACD-SEQNO               PIC X(03).  *> 流水號
           05  ACD-STKNO               PIC X(06).  *> 股票代號(M01空白)
           05  ACD-STATUS              PIC X(03).  *> ACK/NAK
           05  ACD-CODE-COUNT          PIC 9(02).  *> 錯誤代碼數
           05  ACD-ERROR OCCURS 5 TIMES.
               10  ACD-ERROR-CODE      PIC X(02).  *> 錯誤代碼
               10  ACD-ERROR-DESC      PIC X(40).  *> 錯誤說明
           05  ACD-ROW-SEQ             PIC 9(02).  *> 行序(1起)
           05  ACD-ROW-TOTAL           PIC 9(02).  *> 該申報行數
           05  FILLER                  PIC X(12).

       01  ACK-TRAILER.
           05  ACT-TYPE                PIC X(01).  *> 'T'
           05  ACT-BROKER-ID           PIC X(04).  *> 券商代表號
           05  ACT-SOURCE-FILE-ID      PIC X(12).  *> 來源檔案識別
           05  ACT-REC-COUNT           PIC 9(07).  *> 明細筆數
           05  ACT-ACK-COUNT           PIC 9(07).  *> 受理筆數
           05  ACT-NAK-COUNT           PIC 9(07).  *> 退件筆數
           05  FILLER                  PIC X(222).
