      * 歷史檔保存政策主檔 (各歷史檔法定保存期限)
      * 檔案長度：50，依檔案別遞增排序維護；由主檔維護作業
      * (M0MSTMT)異動並留存稽核軌跡。檔案別為 M01HIST/M02HIST/
      * M04HIST，保存日數為自基準日起算之日曆日數(0=永久保存)；
      * 基準日別 'T'=申請日，'P'=資料日(僅 M04 歷史檔有資料日，
      * 其餘檔一律以申請日起算)。M0RETN 依本主檔清除逾期歷史
      * 記錄，未登錄政策之檔案一律不清除。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  RET-POLICY-REC.
           05  RTP-FILE-TYPE           PIC X(08).  *> 檔案別
           05  RTP-RETAIN-DAYS         PIC 9(05).  *> 保存日數(0=永久)
           05  RTP-DATE-BASIS          PIC X(01).  *> 基準日別
               88  RTP-BASIS-TX-DATE       VALUE 'T'. *> 申請日
               88  RTP-BASIS-PROC-DATE     VALUE 'P'. *> 資料日
           05  RTP-STATUTE-REF         PIC X(20).  *> 法規依據
           05  FILLER                  PIC X(16).
