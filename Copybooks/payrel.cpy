      * PAYREL - 付款批次放行登記簿紀錄格式
      * 檔案長度：100，只增不改之事件登記簿(PAYREL.DAT)。付款檔
      * 產出站台(M04REMT/M0RMTAD/M0CSHDD/M0NETCS)結檔後經 M0PAYHD
      * 服務登錄扣留(H)事件，M0PAYRL 依序登錄核可(A)與放行(R)
      * 事件；同檔名+營業日之現況以最後一筆扣留起依序重演而得
      * (重新產檔即重新扣留，先前核可/放行失效)。核可與放行事件
      * 併抄扣留時之控制值。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PAY-RELEASE-REC.
           05  PRL-FILE-NAME           PIC X(12).  *> 付款檔名
           05  PRL-BUS-DATE            PIC 9(08).  *> 營業日
           05  PRL-EVENT               PIC X(01).  *> 事件別
               88  PRL-HELD                VALUE 'H'. *> 扣留
               88  PRL-APPROVED            VALUE 'A'. *> 核可
               88  PRL-RELEASED            VALUE 'R'. *> 放行
           05  PRL-SOURCE              PIC X(08).  *> 產出程式
           05  PRL-RECFM               PIC X(01).  *> 檔式 F/L
           05  PRL-RECLEN              PIC 9(04).  *> 定長記錄長度
           05  PRL-DTL-COUNT           PIC 9(07).  *> 付款明細筆數
           05  PRL-AMOUNT-TOTAL        PIC 9(18).  *> 付款金額合計
           05  PRL-REC-COUNT           PIC 9(09).  *> 實體記錄筆數
           05  PRL-HASH-TOTAL          PIC 9(18).  *> 位元組雜湊合計
           05  PRL-OPER-ID             PIC X(08).  *> 核可/放行操作員
           05  PRL-EVENT-TIME          PIC 9(06).  *> 登錄時點(時分秒)
