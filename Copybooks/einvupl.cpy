      * 電子發票上傳檔 (財政部電子發票整合服務平台格式)
      * 檔案長度：128，由券商月結帳單作業(M0INVC)產出，每張單據
      * 一筆主檔('M')及各品項明細('D')；訊息別 A0401 為開立發票
      * 、B0401 為開立折讓證明單。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EINV-UPLOAD-REC.
           05  EIU-REC-TYPE            PIC X(01).  *> 記錄別
               88  EIU-MAIN                VALUE 'M'. *> 主檔
               88  EIU-DETAIL              VALUE 'D'. *> 明細
           05  EIU-MSG-TYPE            PIC X(05).  *> 訊息別
           05  EIU-DOC-NO              PIC X(16).  *> 發票/折讓單號碼
           05  EIU-DATA                PIC X(106).
           05  EIU-MAIN-DATA REDEFINES EIU-DATA.
               10  EIU-DOC-DATE        PIC 9(08).  *> 開立日
               10  EIU-SELLER-ID       PIC X(08).  *> 賣方統一編號
               10  EIU-BUYER-ID        PIC X(08).  *> 買方統一編號
               10  EIU-BUYER-NAME      PIC X(30).  *> 買方名稱
               10  EIU-ORIG-INV-NO     PIC X(10).  *> 原發票號碼
               10  EIU-TAX-TYPE        PIC X(01).  *> 課稅別
               10  EIU-SALES-AMT       PIC 9(12).  *> 銷售額
               10  EIU-TAX-AMT         PIC 9(10).  *> 營業稅額
               10  EIU-TOTAL-AMT       PIC 9(12).  *> 總計
               10  FILLER              PIC X(07).
           05  EIU-DETAIL-DATA REDEFINES EIU-DATA.
               10  EIU-LINE-NO         PIC 9(03).  *> 明細序號
               10  EIU-LINE-TYPE       PIC X(01).  *> 帳單項目
               10  EIU-DESC            PIC X(40).  *> 品名
               10  EIU-LINE-TAX-TYPE   PIC X(01).  *> 課稅別
               10  EIU-TAX-RATE        PIC 9(02)V9(02). *> 稅率(%)
               10  EIU-AMOUNT          PIC 9(12).  *> 金額(未稅)
               10  EIU-LINE-TAX        PIC 9(10).  *> 稅額
               10  FILLER              PIC X(35).
