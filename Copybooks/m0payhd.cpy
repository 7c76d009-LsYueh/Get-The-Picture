      * M0PAYHD - 付款批次扣留登錄服務參數區
      * 呼叫端於付款檔結檔後填入功能碼/檔名/營業日/檔式/記錄長度
      * /產出程式/明細筆數/金額合計後 CALL "M0PAYHD" USING
      * PHD-PARM:
      *   'H' 扣留 - 計算實體記錄筆數與位元組雜湊合計(與 M0XMANG
      *       造冊同一算法)，並於 PAYREL.DAT 登錄扣留事件
      *   'C' 計算 - 僅計算筆數與雜湊合計回覆，不登錄(核可/放行
      *       及傳輸前覆核檔案未經更動之用)
      * 定長檔記錄長度:50/80/100/150，0或空白視同50。
      * PHD-RESULT='Y' 為完成；'N' 為檔案不存在或無記錄。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PHD-PARM.
           05  PHD-FUNC                PIC X(01).  *> 功能碼
           05  PHD-FILE-NAME           PIC X(12).  *> 付款檔名
           05  PHD-BUS-DATE            PIC 9(08).  *> 營業日
           05  PHD-RECFM               PIC X(01).  *> 檔式 F/L
           05  PHD-RECLEN              PIC 9(04).  *> 定長記錄長度
           05  PHD-SOURCE              PIC X(08).  *> 產出程式
           05  PHD-DTL-COUNT           PIC 9(07).  *> 付款明細筆數
           05  PHD-AMOUNT-TOTAL        PIC 9(18).  *> 付款金額合計
           05  PHD-REC-COUNT           PIC 9(09).  *> 回覆:記錄筆數
           05  PHD-HASH-TOTAL          PIC 9(18).  *> 回覆:雜湊合計
           05  PHD-RESULT              PIC X(01).  *> 回覆(Y/N)
