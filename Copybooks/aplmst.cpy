      * 申請人主檔 (申請人身份碼/保管帳號之認定值)
      * 檔案長度：50，依開戶券商代號+申請人帳號遞增排序維護
      * 由申請人主檔建置作業(M0APLBLD)自 M01HIST 歷史申報建置並
      * 逐日補入新帳戶，經主檔維護作業(M0MSTMT)異動並留存稽核
      * 軌跡；M01 檢核模組 M01APLM 據此檢核每日申報之身份碼及
      * 保管帳號。歷史申報互相矛盾之帳戶以未確認('N')建檔，待
      * 經辦查證後經 M0MSTMT 更改為已確認('Y')。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  APL-MASTER-REC.
           05  APM-KEY.
               10  APM-ACNT-BROKER     PIC X(04).  *> 開戶券商代號
               10  APM-ACNT-NO         PIC 9(07).  *> 申請人帳號
           05  APM-ID-CODE             PIC X(03).  *> 身份碼
           05  APM-KEEP-ACNT           PIC X(11).  *> 保管銀行帳號
           05  APM-VERIFIED            PIC X(01).  *> 確認註記
               88  APM-IS-VERIFIED         VALUE 'Y'. *> 已確認
               88  APM-UNVERIFIED          VALUE 'N'. *> 未確認
           05  APM-FIRST-DATE          PIC 9(08).  *> 首次申報日
           05  APM-LAST-DATE           PIC 9(08).  *> 最近申報日
           05  FILLER                  PIC X(08).
