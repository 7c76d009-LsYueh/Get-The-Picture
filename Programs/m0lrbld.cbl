      * M0LRBLD - 滾動分類帳依歷史重建與差異報表
      * HOLDLED、ETFUNIT、CSHLED、MGNLED 均為滾動檔(當日檔=前日檔
      * +當日異動)，任一檔損毀或某日重複處理時，唯一退路為整組
      * 檔案災備回復。本程式依請求檔 M0LRBLD.REQ(分類帳(8)+重演
      * 起日(8)+重演迄日(8，零者不限)+產出重建檔(1:Y/N)+經辦人
      * 員(8))自歷史資料重新計算指定分類帳:
      *   1. 期初:該分類帳之期初檔(<分類帳>.OPN，如自世代備份回
      *      復者；無則自零起算)。
      *   2. 重演:M04 歸檔檔 M04HIST.DAT 中資料日屬重演區間之回
      *      覆(同一資料日同一案件重複歸檔者僅取一筆)，與申報歷
      *      史 M01HIST.DAT 及當日 M01.DAT 配對，依資料日順序比照
      *      各滾動程式過帳:
      *        HOLDLED - 比照 M0HOLDL，成功案件申請人分配依帳戶
      *                  過帳(含 APLLOOK 溢位申請人均分)；
      *        ETFUNIT - 比照 M0UNITL，成功案件分配合計過帳，並
      *                  於分割調整檔 SPLADJ.DAT 生效日依新舊每
      *                  基數單位數比例改算(反分割同)；
      *        CSHLED  - 比照 M0CSHLD，現金差額依收取人立帳；
      *        MGNLED  - 比照 M0MGNLG，應收保證金立待收帳項。
      *      溢位申請人之每基數單位數於分割生效日前之案件取分割
      *      調整檔所載舊值(同 M04ALOC)。
      *      於生效日(當日回覆過帳前)另重演:
      *        基金合併 - 合併轉換核可日記 MRGJRN.DAT(M0MERGE)，
      *                  HOLDLED 消滅基金部位依比率換算整數單位
      *                  過入同戶存續基金並歸零，ETFUNIT 消滅基
      *                  金歸零、存續基金加計轉入單位合計；
      *        券商移轉 - 券商代表號移轉核可日記 BKMJRN.DAT
      *                  (M0BKMRG)，HOLDLED/CSHLED/MGNLED 原代號
      *                  帳項改列新代號(帳號衝突之帳戶除外)，其後
      *                  之過帳亦以存續代號過帳(同 BRKLOOK)。
      *   3. 比對:重建結果與現行分類帳(<分類帳>.DAT)逐帳戶比對，
      *      每一帳戶差異(僅一方有、單位數/金額/帳戶/日期不符)
      *      列示於 M0LRBLD.RPT。
      *   4. 產出(選項Y):寫出重建檔(<分類帳>.RBD，依鍵值排序)，
      *      並列示 M0SWAP 接替控制行，由經辦依 SWAPCTL.TXN 程序
      *      接替正式檔。
      * 公司行為通知(CAACT)僅調整 PCF 成分股，不影響上述分類帳
      * 。銷帳/收款/退還等生命週期事件(CSHSETL/MGNCOLL 等逐日檔)
      * 不留歷史，重建帳項之狀態及日期沿用現行分類帳同鍵帳項，
      * 現行檔無該帳項者為未銷/待收；現行帳項已結且仍列移轉前
      * 原代號者(移轉時已結，M0BKMRG 不移轉)，重建帳項沿用之。
      * 請求不合者 RETURN-CODE=8；有差異者 RETURN-CODE=4。
      *
      * 修改紀錄:
      *   2026-10-11  新增此程式
      *   2026-10-15  比照各滾動程式，部分受理回覆('2')一併重演
      *               過帳，溢位申請人應分配總數以受理基數計
      *   2026-10-15  依核可日記於生效日重演基金合併(MRGJRN)及券商
      *               代表號移轉(BKMJRN)，移轉後過帳改以存續代號
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0LRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0LRBLD.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M04H-FILE ASSIGN TO "M04HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01H-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SPLADJ-FILE ASSIGN TO "SPLADJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MRGJRN-FILE ASSIGN TO "MRGJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKMJRN-FILE ASSIGN TO "BKMJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HLD-IN ASSIGN TO DYNAMIC WS-LEDIN-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNT-IN ASSIGN TO DYNAMIC WS-LEDIN-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CSH-IN ASSIGN TO DYNAMIC WS-LEDIN-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGN-IN ASSIGN TO DYNAMIC WS-LEDIN-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT HLD-RBD ASSIGN TO "HOLDLED.RBD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNT-RBD ASSIGN TO "ETFUNIT.RBD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CSH-RBD ASSIGN TO "CSHLED.RBD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MGN-RBD ASSIGN TO "MGNLED.RBD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-01 ASSIGN TO "M0LRBLD.S01".
           SELECT SORT-WORK-04 ASSIGN TO "M0LRBLD.S04".
           SELECT SORT-WORK-PW ASSIGN TO "M0LRBLD.SPW".
           SELECT SORT-WORK-CM ASSIGN TO "M0LRBLD.SCM".
           SELECT M01-SORTED ASSIGN TO "M0LRBLD.D01"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M04-SORTED ASSIGN TO "M0LRBLD.D04"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RBLD-RPT-FILE ASSIGN TO "M0LRBLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-LEDGER           PIC X(08).
           05  REQ-FROM-DATE        PIC X(08).
           05  REQ-FROM-DATE-9 REDEFINES REQ-FROM-DATE
                                    PIC 9(08).
           05  REQ-TO-DATE          PIC X(08).
           05  REQ-TO-DATE-9 REDEFINES REQ-TO-DATE
                                    PIC 9(08).
           05  REQ-WRITE-OPT        PIC X(01).
           05  REQ-OPER             PIC X(08).

       FD  M04H-FILE.
       01  M04H-REC                 PIC X(200).

       FD  M01H-FILE.
       01  M01H-REC                 PIC X(300).

       FD  M01-FILE.
       01  M01-IN-REC               PIC X(300).

       FD  SPLADJ-FILE.
       01  SPLADJ-REC.
           05  SPA-ETF-ID           PIC X(06).
           05  SPA-EFF-DATE         PIC 9(08).
           05  SPA-OLD-SIZE         PIC 9(08).
           05  SPA-NEW-SIZE         PIC 9(08).
           05  FILLER               PIC X(10).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  MRGJRN-FILE.
       COPY mrgjrn.

       FD  BKMJRN-FILE.
       COPY bkmjrn.

       FD  HLD-IN.
       01  HLD-IN-REC               PIC X(40).

       FD  UNT-IN.
       01  UNT-IN-REC               PIC X(30).

       FD  CSH-IN.
       01  CSH-IN-REC               PIC X(60).

       FD  MGN-IN.
       01  MGN-IN-REC               PIC X(60).

       FD  HLD-RBD.
       01  HLD-RBD-REC              PIC X(40).

       FD  UNT-RBD.
       01  UNT-RBD-REC              PIC X(30).

       FD  CSH-RBD.
       01  CSH-RBD-REC              PIC X(60).

       FD  MGN-RBD.
       01  MGN-RBD-REC              PIC X(60).

       SD  SORT-WORK-01.
       01  S01-REC.
           05  S01-TRAN-CODE        PIC X(01).
           05  S01-ETF-ID           PIC X(06).
           05  S01-BROKER-ID        PIC X(04).
           05  S01-TX-DATE          PIC 9(08).
           05  S01-SEQNO            PIC X(03).
           05  S01-REST             PIC X(278).

       SD  SORT-WORK-04.
       01  S04-REC.
           05  S04-PROC-DATE        PIC 9(08).
           05  S04-ETF-ID           PIC X(06).
           05  S04-BROKER-ID        PIC X(04).
           05  S04-TX-DATE          PIC 9(08).
           05  S04-SEQNO            PIC X(03).
           05  S04-REST             PIC X(171).

      * 過帳工作記錄:資料日+帳戶鍵值+帳戶+方向+單位數/金額。
       SD  SORT-WORK-PW.
       01  SPW-REC.
           05  SPW-PROC-DATE        PIC 9(08).
           05  SPW-KEY              PIC X(17).
           05  SPW-ACCOUNT          PIC X(11).
           05  SPW-SIGN             PIC X(01).
           05  SPW-AMOUNT           PIC 9(15).

      * 比對工作記錄:帳戶鍵值+來源(C 現行/R 重建)+序號+內容。
       SD  SORT-WORK-CM.
       01  SCM-REC.
           05  SCM-KEY              PIC X(17).
           05  SCM-SIDE             PIC X(01).
           05  SCM-SEQ              PIC 9(05).
           05  SCM-ACCOUNT          PIC X(11).
           05  SCM-SIGN             PIC X(01).
           05  SCM-AMOUNT           PIC 9(15).
           05  SCM-DATE             PIC 9(08).
           05  SCM-STATUS           PIC X(01).
           05  SCM-DATE-2           PIC 9(08).
           05  SCM-DATE-3           PIC 9(08).

       FD  M01-SORTED.
       COPY m01.

       FD  M04-SORTED.
       COPY m04.

       FD  RBLD-RPT-FILE.
       01  RBLD-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY holdled.
       COPY cshled.
       COPY mgnled.
       COPY apllook.
       COPY aplgrp.

      * 流通在外單位數分類帳記錄版面(30位，同 M0UNITL)。
       01  WS-UNIT-REC.
           05  UNT-ETF-ID           PIC X(06).
           05  UNT-UNITS            PIC 9(15).
           05  FILLER               PIC X(09).

       01  WS-LEDIN-NAME            PIC X(12).
       01  WS-RBD-NAME              PIC X(12).
       01  WS-REC-LEN               PIC 9(04).
       01  WS-KEY-LEN               PIC 9(02).

       01  WS-LEDGER-SW             PIC X(01) VALUE SPACE.
           88  LED-HOLDLED                VALUE 'H'.
           88  LED-ETFUNIT                VALUE 'U'.
           88  LED-CSHLED                 VALUE 'C'.
           88  LED-MGNLED                 VALUE 'M'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.
       01  WS-REFUSE-TEXT           PIC X(60).
       01  WS-WRITE-SW              PIC X VALUE 'N'.
           88  WRITE-REBUILT              VALUE 'Y'.
       01  WS-FULL-SW               PIC X VALUE 'N'.
           88  REBUILD-TABLE-FULL         VALUE 'Y'.

       01  WS-IN-EOF                PIC X VALUE 'N'.
           88  IN-EOF                     VALUE 'Y'.
       01  WS-SPA-EOF               PIC X VALUE 'N'.
           88  SPA-EOF                    VALUE 'Y'.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-MJR-EOF               PIC X VALUE 'N'.
           88  MJR-EOF                    VALUE 'Y'.
       01  WS-BJR-EOF               PIC X VALUE 'N'.
           88  BJR-EOF                    VALUE 'Y'.
       01  WS-S01-EOF               PIC X VALUE 'N'.
           88  S01-EOF                    VALUE 'Y'.
       01  WS-S04-EOF               PIC X VALUE 'N'.
           88  S04-EOF                    VALUE 'Y'.
       01  WS-PW-EOF                PIC X VALUE 'N'.
           88  PW-EOF                     VALUE 'Y'.
       01  WS-CM-EOF                PIC X VALUE 'N'.
           88  CM-EOF                     VALUE 'Y'.

       01  WS-FROM-DATE             PIC 9(08) VALUE 0.
       01  WS-TO-DATE               PIC 9(08) VALUE 0.
       01  WS-UPPER-DATE            PIC 9(08) VALUE 99999999.

      * 重建分類帳表(期初+重演)。
       01  WS-RB-COUNT              PIC 9(05) VALUE 0.
       01  WS-RBX                   PIC 9(05).
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 9000 TIMES.
               10  WS-RB-KEY        PIC X(17).
               10  WS-RB-ACCOUNT    PIC X(11).
               10  WS-RB-SIGN       PIC X(01).
               10  WS-RB-AMOUNT     PIC S9(15).
               10  WS-RB-DATE       PIC 9(08).
               10  WS-RB-STATUS     PIC X(01).
               10  WS-RB-DATE-2     PIC 9(08).
               10  WS-RB-DATE-3     PIC 9(08).

      * 分割調整表(SPLADJ.DAT)。
       01  WS-SP-COUNT              PIC 9(03) VALUE 0.
       01  WS-SPX                   PIC 9(03).
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 200 TIMES.
               10  WS-SP-ETF-ID     PIC X(06).
               10  WS-SP-EFF-DATE   PIC 9(08).
               10  WS-SP-OLD-SIZE   PIC 9(08).
               10  WS-SP-NEW-SIZE   PIC 9(08).
               10  WS-SP-DONE       PIC X(01).

      * 基金合併轉換核可日記(MRGJRN.DAT)。
       01  WS-MJ-COUNT              PIC 9(03) VALUE 0.
       01  WS-MJX                   PIC 9(03).
       01  WS-MJ-TABLE.
           05  WS-MJ-ENTRY OCCURS 200 TIMES.
               10  WS-MJ-TARGET     PIC X(06).
               10  WS-MJ-SURVIVOR   PIC X(06).
               10  WS-MJ-NUM        PIC 9(05).
               10  WS-MJ-DEN        PIC 9(05).
               10  WS-MJ-EFF-DATE   PIC 9(08).
               10  WS-MJ-SURV-UNITS PIC 9(15).
               10  WS-MJ-DONE       PIC X(01).

      * 券商代表號移轉核可日記(BKMJRN.DAT):'M' 移轉、'C' 帳號
      * 衝突未移轉之帳戶。
       01  WS-BJ-COUNT              PIC 9(04) VALUE 0.
       01  WS-BJX                   PIC 9(04).
       01  WS-CFX                   PIC 9(04).
       01  WS-BJ-TABLE.
           05  WS-BJ-ENTRY OCCURS 2000 TIMES.
               10  WS-BJ-TYPE       PIC X(01).
               10  WS-BJ-OLD-ID     PIC X(04).
               10  WS-BJ-NEW-ID     PIC X(04).
               10  WS-BJ-EFF-DATE   PIC 9(08).
               10  WS-BJ-ACNT-NO    PIC 9(07).
               10  WS-BJ-DONE       PIC X(01).

      * 代號追溯(同 BRKLOOK):代號+帳號(券商層級為0)+基準日。
       01  WS-MAP-ID                PIC X(04).
       01  WS-MAP-ORIG-ID           PIC X(04).
       01  WS-MAP-ACNT-NO           PIC 9(07).
       01  WS-MAP-DATE              PIC 9(08).
       01  WS-MAP-HOP               PIC 9(02).
       01  WS-MAP-SW                PIC X VALUE 'N'.
           88  MAP-NEXT-FOUND             VALUE 'Y'.
       01  WS-CFL-SW                PIC X VALUE 'N'.
           88  ACNT-IN-CONFLICT           VALUE 'Y'.
       01  WS-SRC-RBX               PIC 9(05).
       01  WS-CONV-UNITS            PIC S9(15).

      * 每基數單位數(ETF基金主檔現值)。
       01  WS-ETF-COUNT             PIC 9(03) VALUE 0.
       01  WS-ETX                   PIC 9(03).
       01  WS-ETF-TABLE.
           05  WS-ETF-ENTRY OCCURS 200 TIMES.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-UNIT-SIZE  PIC 9(08).

       01  WS-PW-REC.
           05  PW-PROC-DATE         PIC 9(08).
           05  PW-KEY               PIC X(17).
           05  PW-ACCOUNT           PIC X(11).
           05  PW-SIGN              PIC X(01).
           05  PW-AMOUNT            PIC 9(15).

       01  WS-CM-REC.
           05  CM-KEY               PIC X(17).
           05  CM-SIDE              PIC X(01).
               88  CM-CURRENT             VALUE 'C'.
               88  CM-REBUILT             VALUE 'R'.
           05  CM-SEQ               PIC 9(05).
           05  CM-ACCOUNT           PIC X(11).
           05  CM-SIGN              PIC X(01).
           05  CM-AMOUNT            PIC 9(15).
           05  CM-DATE              PIC 9(08).
           05  CM-STATUS            PIC X(01).
           05  CM-DATE-2            PIC 9(08).
           05  CM-DATE-3            PIC 9(08).

      * 比對群組(同一帳戶鍵值之現行/重建記錄)。
       01  WS-GRP-KEY               PIC X(17).
       01  WS-GRP-OPEN              PIC X VALUE 'N'.
           88  GRP-OPEN                   VALUE 'Y'.
       01  WS-GC-COUNT              PIC 9(02) VALUE 0.
       01  WS-GR-COUNT              PIC 9(02) VALUE 0.
       01  WS-GX                    PIC 9(02).
       01  WS-GC-TABLE.
           05  WS-GC-ENTRY OCCURS 20 TIMES.
               10  WS-GC-REC        PIC X(75).
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 20 TIMES.
               10  WS-GR-REC        PIC X(75).
       01  WS-C-REC                 PIC X(75).
       01  WS-C-REC-R REDEFINES WS-C-REC.
           05  WC-KEY               PIC X(17).
           05  WC-SIDE              PIC X(01).
           05  WC-SEQ               PIC 9(05).
           05  WC-ACCOUNT           PIC X(11).
           05  WC-SIGN              PIC X(01).
           05  WC-AMOUNT            PIC 9(15).
           05  WC-DATE              PIC 9(08).
           05  WC-STATUS            PIC X(01).
           05  WC-DATE-2            PIC 9(08).
           05  WC-DATE-3            PIC 9(08).
       01  WS-R-REC                 PIC X(75).
       01  WS-R-REC-R REDEFINES WS-R-REC.
           05  WR-KEY               PIC X(17).
           05  WR-SIDE              PIC X(01).
           05  WR-SEQ               PIC 9(05).
           05  WR-ACCOUNT           PIC X(11).
           05  WR-SIGN              PIC X(01).
           05  WR-AMOUNT            PIC 9(15).
           05  WR-DATE              PIC 9(08).
           05  WR-STATUS            PIC X(01).
           05  WR-DATE-2            PIC 9(08).
           05  WR-DATE-3            PIC 9(08).

       01  WS-M01-KEY.
           05  WS-K1-ETF-ID         PIC X(06).
           05  WS-K1-TX-DATE        PIC 9(08).
           05  WS-K1-SEQNO          PIC X(03).
       01  WS-M04-KEY.
           05  WS-K4-ETF-ID         PIC X(06).
           05  WS-K4-TX-DATE        PIC 9(08).
           05  WS-K4-SEQNO          PIC X(03).
       01  WS-LAST-M04-KEY          PIC X(29) VALUE SPACES.
       01  WS-THIS-M04-KEY          PIC X(29).

       01  WS-AX                    PIC 9(01).
       01  WS-SHR-TOTAL             PIC 9(18).
       01  WS-POST-SIGN             PIC X(01).
       01  WS-UNIT-SIZE             PIC 9(08).
       01  WS-SPLIT-EFF             PIC 9(08).
       01  WS-EXPECT-TOTAL          PIC 9(15).
       01  WS-ALLOC-TOTAL           PIC 9(15).
       01  WS-REMAINDER             PIC 9(15).
       01  WS-OVF-COUNT             PIC 9(03).
       01  WS-OVF-SHARE             PIC 9(15).
       01  WS-OVF-GIVEN             PIC 9(03).
       01  WS-RECIP-SW              PIC X VALUE 'N'.
           88  RECIPIENT-FOUND            VALUE 'Y'.
       01  WS-ARG-KEY               PIC X(17).
       01  WS-SPLIT-UNITS           PIC S9(15).
       01  WS-DIFF-AMT              PIC S9(15).
       01  WS-REMARK                PIC X(20).

       01  WS-OPEN-COUNT            PIC 9(07) VALUE 0.
       01  WS-M04-COUNT             PIC 9(07) VALUE 0.
       01  WS-DUP-COUNT             PIC 9(07) VALUE 0.
       01  WS-NOM01-COUNT           PIC 9(07) VALUE 0.
       01  WS-POSTING-COUNT         PIC 9(07) VALUE 0.
       01  WS-SPLIT-COUNT           PIC 9(07) VALUE 0.
       01  WS-MERGE-COUNT           PIC 9(07) VALUE 0.
       01  WS-MIGRATE-COUNT         PIC 9(07) VALUE 0.
       01  WS-REMAP-COUNT           PIC 9(07) VALUE 0.
       01  WS-UNMOVED-COUNT         PIC 9(07) VALUE 0.
       01  WS-FLOOR-COUNT           PIC 9(07) VALUE 0.
       01  WS-NORECIP-COUNT         PIC 9(07) VALUE 0.
       01  WS-CUR-COUNT             PIC 9(07) VALUE 0.
       01  WS-RBD-COUNT             PIC 9(07) VALUE 0.
       01  WS-DIFF-COUNT            PIC 9(07) VALUE 0.
       01  WS-GRP-OVERFLOW          PIC 9(07) VALUE 0.
       01  WS-RB-TOTAL              PIC 9(15) VALUE 0.
       01  WS-CUR-TOTAL             PIC 9(15) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "LEDGER REBUILD FROM HISTORY - DIFFERENCE REPORT".
       01  WS-HDR-DIF.
           05  FILLER               PIC X(40) VALUE
               "ACCOUNT-KEY       ACCOUNT     S         ".
           05  FILLER               PIC X(40) VALUE
               "REBUILT REBUILT  S         CURRENT CURRE".
           05  FILLER               PIC X(38) VALUE
               "NT       DIFFERENCE REMARK".

       01  WS-DIF-LINE.
           05  WS-L-KEY             PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-ACCOUNT         PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-R-SIGN          PIC X(01).
           05  WS-L-R-AMT           PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-R-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-C-SIGN          PIC X(01).
           05  WS-L-C-AMT           PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-C-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-DIFF            PIC -(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-REMARK          PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT RBLD-RPT-FILE
           MOVE WS-HDR-1 TO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE

           PERFORM 1000-READ-REQUEST
           IF REQUEST-REFUSED
               PERFORM 9900-FINISH
           END-IF

           PERFORM 1200-LOAD-OPENING-LEDGER
           IF LED-ETFUNIT OR LED-HOLDLED
               PERFORM 1300-LOAD-SPLITS
           END-IF
           IF LED-HOLDLED
               PERFORM 1400-LOAD-ETF-MASTER
           END-IF
           IF LED-ETFUNIT OR LED-HOLDLED
               PERFORM 1500-LOAD-MERGERS
           END-IF
           IF NOT LED-ETFUNIT
               PERFORM 1600-LOAD-MIGRATIONS
           END-IF

           IF NOT LED-MGNLED
               SORT SORT-WORK-01 ON ASCENDING KEY
                       S01-ETF-ID S01-TX-DATE S01-SEQNO S01-TRAN-CODE
                   INPUT PROCEDURE IS 2100-RELEASE-M01
                   GIVING M01-SORTED
           END-IF
           SORT SORT-WORK-04 ON ASCENDING KEY
                   S04-ETF-ID S04-TX-DATE S04-SEQNO S04-PROC-DATE
               INPUT PROCEDURE IS 2200-RELEASE-M04
               GIVING M04-SORTED

           SORT SORT-WORK-PW ON ASCENDING KEY SPW-PROC-DATE SPW-KEY
               INPUT PROCEDURE IS 3000-JOIN-REPLIES
               OUTPUT PROCEDURE IS 4000-APPLY-POSTINGS

           IF REBUILD-TABLE-FULL
               MOVE "REBUILD TABLE FULL (9000 ACCOUNTS)"
                   TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               MOVE 'N' TO WS-WRITE-SW
           END-IF

           PERFORM 5000-COMPARE-LEDGERS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9900-FINISH.

      * 請求檢核:分類帳名稱、重演區間(迄日零者不限)、產出選項
      * (產出者須具經辦人員)。
       1000-READ-REQUEST.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           EVALUATE REQ-LEDGER
               WHEN "HOLDLED "
                   SET LED-HOLDLED TO TRUE
                   MOVE 40 TO WS-REC-LEN
                   MOVE 17 TO WS-KEY-LEN
               WHEN "ETFUNIT "
                   SET LED-ETFUNIT TO TRUE
                   MOVE 30 TO WS-REC-LEN
                   MOVE 6  TO WS-KEY-LEN
               WHEN "CSHLED  "
                   SET LED-CSHLED TO TRUE
                   MOVE 60 TO WS-REC-LEN
                   MOVE 17 TO WS-KEY-LEN
               WHEN "MGNLED  "
                   SET LED-MGNLED TO TRUE
                   MOVE 60 TO WS-REC-LEN
                   MOVE 17 TO WS-KEY-LEN
               WHEN OTHER
                   MOVE "INVALID LEDGER (HOLDLED/ETFUNIT/CSHLED/MGNLED)"
                       TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF REQ-FROM-DATE = SPACES
               MOVE ZEROS TO REQ-FROM-DATE
           END-IF
           IF REQ-TO-DATE = SPACES
               MOVE ZEROS TO REQ-TO-DATE
           END-IF
           IF REQ-FROM-DATE NOT NUMERIC OR REQ-TO-DATE NOT NUMERIC
               MOVE "INVALID REPLAY DATE RANGE" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           MOVE REQ-FROM-DATE-9 TO WS-FROM-DATE
           MOVE REQ-TO-DATE-9   TO WS-TO-DATE
           IF WS-TO-DATE > 0
               MOVE WS-TO-DATE TO WS-UPPER-DATE
           END-IF
           IF WS-FROM-DATE > WS-UPPER-DATE
               MOVE "INVALID REPLAY DATE RANGE" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF REQ-WRITE-OPT = 'Y'
               IF REQ-OPER = SPACES
                   MOVE "OPERATOR REQUIRED TO PRODUCE REBUILT FILE"
                       TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
                   EXIT PARAGRAPH
               END-IF
               SET WRITE-REBUILT TO TRUE
           END-IF
           MOVE SPACES TO WS-LEDIN-NAME WS-RBD-NAME
           STRING REQ-LEDGER DELIMITED BY SPACE
                  ".OPN" DELIMITED BY SIZE
               INTO WS-LEDIN-NAME
           STRING REQ-LEDGER DELIMITED BY SPACE
                  ".RBD" DELIMITED BY SIZE
               INTO WS-RBD-NAME
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "LEDGER " REQ-LEDGER " REPLAY " WS-FROM-DATE
               " THRU " WS-UPPER-DATE " OPENING FILE " WS-LEDIN-NAME
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE.

      * 期初:<分類帳>.OPN(可無)。
       1200-LOAD-OPENING-LEDGER.
           MOVE 'N' TO WS-IN-EOF
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   OPEN INPUT HLD-IN
               WHEN LED-ETFUNIT
                   OPEN INPUT UNT-IN
               WHEN LED-CSHLED
                   OPEN INPUT CSH-IN
               WHEN LED-MGNLED
                   OPEN INPUT MGN-IN
           END-EVALUATE
           PERFORM UNTIL IN-EOF
               PERFORM 1250-READ-LEDGER-IN
               IF NOT IN-EOF
                   IF WS-RB-COUNT < 9000
                       ADD 1 TO WS-RB-COUNT
                       MOVE WS-RB-COUNT TO WS-RBX
                       MOVE CM-KEY     TO WS-RB-KEY(WS-RBX)
                       MOVE CM-ACCOUNT TO WS-RB-ACCOUNT(WS-RBX)
                       MOVE CM-SIGN    TO WS-RB-SIGN(WS-RBX)
                       MOVE CM-AMOUNT  TO WS-RB-AMOUNT(WS-RBX)
                       MOVE CM-DATE    TO WS-RB-DATE(WS-RBX)
                       MOVE CM-STATUS  TO WS-RB-STATUS(WS-RBX)
                       MOVE CM-DATE-2  TO WS-RB-DATE-2(WS-RBX)
                       MOVE CM-DATE-3  TO WS-RB-DATE-3(WS-RBX)
                       ADD 1 TO WS-OPEN-COUNT
                   ELSE
                       SET REBUILD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   CLOSE HLD-IN
               WHEN LED-ETFUNIT
                   CLOSE UNT-IN
               WHEN LED-CSHLED
                   CLOSE CSH-IN
               WHEN LED-MGNLED
                   CLOSE MGN-IN
           END-EVALUATE.

      * 讀分類帳記錄(期初或現行)，轉為比對版面 WS-CM-REC。
       1250-READ-LEDGER-IN.
           MOVE SPACES TO WS-CM-REC
           MOVE 0 TO CM-SEQ CM-AMOUNT CM-DATE CM-DATE-2 CM-DATE-3
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   READ HLD-IN INTO HOLDING-LEDGER-REC
                       AT END SET IN-EOF TO TRUE
                       NOT AT END
                           MOVE HOLDING-LEDGER-REC(1:17) TO CM-KEY
                           MOVE HLD-UNITS TO CM-AMOUNT
                   END-READ
               WHEN LED-ETFUNIT
                   READ UNT-IN INTO WS-UNIT-REC
                       AT END SET IN-EOF TO TRUE
                       NOT AT END
                           MOVE UNT-ETF-ID TO CM-KEY
                           MOVE UNT-UNITS  TO CM-AMOUNT
                   END-READ
               WHEN LED-CSHLED
                   READ CSH-IN INTO CASH-LEDGER-REC
                       AT END SET IN-EOF TO TRUE
                       NOT AT END
                           MOVE CLG-KEY         TO CM-KEY
                           MOVE CLG-ACNT-BROKER TO CM-ACCOUNT(1:4)
                           MOVE CLG-ACNT-NO     TO CM-ACCOUNT(5:7)
                           MOVE CLG-SIGN        TO CM-SIGN
                           MOVE CLG-AMOUNT      TO CM-AMOUNT
                           MOVE CLG-POST-DATE   TO CM-DATE
                           MOVE CLG-STATUS      TO CM-STATUS
                           MOVE CLG-SETTLE-DATE TO CM-DATE-2
                   END-READ
               WHEN LED-MGNLED
                   READ MGN-IN INTO MARGIN-LEDGER-REC
                       AT END SET IN-EOF TO TRUE
                       NOT AT END
                           MOVE MGL-KEY          TO CM-KEY
                           MOVE MGL-BROKER-ID    TO CM-ACCOUNT
                           MOVE MGL-AMOUNT       TO CM-AMOUNT
                           MOVE MGL-OPEN-DATE    TO CM-DATE
                           MOVE MGL-STATUS       TO CM-STATUS
                           MOVE MGL-COLLECT-DATE TO CM-DATE-2
                           MOVE MGL-REFUND-DATE  TO CM-DATE-3
                   END-READ
           END-EVALUATE.

      * 分割調整:生效日早於重演起日者視為已含於期初，晚於迄日
      * 者不適用。
       1300-LOAD-SPLITS.
           OPEN INPUT SPLADJ-FILE
           PERFORM UNTIL SPA-EOF
               READ SPLADJ-FILE
                   AT END SET SPA-EOF TO TRUE
                   NOT AT END
                       IF WS-SP-COUNT < 200 AND SPA-OLD-SIZE > 0
                           ADD 1 TO WS-SP-COUNT
                           MOVE SPA-ETF-ID
                               TO WS-SP-ETF-ID(WS-SP-COUNT)
                           MOVE SPA-EFF-DATE
                               TO WS-SP-EFF-DATE(WS-SP-COUNT)
                           MOVE SPA-OLD-SIZE
                               TO WS-SP-OLD-SIZE(WS-SP-COUNT)
                           MOVE SPA-NEW-SIZE
                               TO WS-SP-NEW-SIZE(WS-SP-COUNT)
                           MOVE 'N' TO WS-SP-DONE(WS-SP-COUNT)
                           IF SPA-EFF-DATE < WS-FROM-DATE
                               OR SPA-EFF-DATE > WS-UPPER-DATE
                               MOVE 'Y' TO WS-SP-DONE(WS-SP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPLADJ-FILE.

       1400-LOAD-ETF-MASTER.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 200
                           ADD 1 TO WS-ETF-COUNT
                           MOVE ETF-MST-ID
                               TO WS-ET-ID(WS-ETF-COUNT)
                           MOVE ETF-MST-UNIT-SIZE
                               TO WS-ET-UNIT-SIZE(WS-ETF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

      * 基金合併:生效日早於重演起日者視為已含於期初，晚於迄日
      * 者不適用(同分割調整)。
       1500-LOAD-MERGERS.
           OPEN INPUT MRGJRN-FILE
           PERFORM UNTIL MJR-EOF
               READ MRGJRN-FILE
                   AT END SET MJR-EOF TO TRUE
                   NOT AT END
                       IF WS-MJ-COUNT < 200 AND MGJ-RATIO-DEN > 0
                           ADD 1 TO WS-MJ-COUNT
                           MOVE WS-MJ-COUNT TO WS-MJX
                           MOVE MGJ-TARGET-ID   TO WS-MJ-TARGET(WS-MJX)
                           MOVE MGJ-SURVIVOR-ID
                               TO WS-MJ-SURVIVOR(WS-MJX)
                           MOVE MGJ-RATIO-NUM   TO WS-MJ-NUM(WS-MJX)
                           MOVE MGJ-RATIO-DEN   TO WS-MJ-DEN(WS-MJX)
                           MOVE MGJ-EFF-DATE
                               TO WS-MJ-EFF-DATE(WS-MJX)
                           MOVE MGJ-SURV-UNITS
                               TO WS-MJ-SURV-UNITS(WS-MJX)
                           MOVE 'N' TO WS-MJ-DONE(WS-MJX)
                           IF MGJ-EFF-DATE < WS-FROM-DATE
                               OR MGJ-EFF-DATE > WS-UPPER-DATE
                               MOVE 'Y' TO WS-MJ-DONE(WS-MJX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRGJRN-FILE.

      * 券商代表號移轉:區間內之移轉於生效日改列分類帳帳項；全部
      * 移轉列及衝突帳戶均保留於表中，供過帳時追溯存續代號。
       1600-LOAD-MIGRATIONS.
           OPEN INPUT BKMJRN-FILE
           PERFORM UNTIL BJR-EOF
               READ BKMJRN-FILE
                   AT END SET BJR-EOF TO TRUE
                   NOT AT END
                       IF WS-BJ-COUNT < 2000
                           ADD 1 TO WS-BJ-COUNT
                           MOVE WS-BJ-COUNT TO WS-BJX
                           MOVE BKJ-REC-TYPE TO WS-BJ-TYPE(WS-BJX)
                           MOVE BKJ-OLD-ID   TO WS-BJ-OLD-ID(WS-BJX)
                           MOVE BKJ-NEW-ID   TO WS-BJ-NEW-ID(WS-BJX)
                           MOVE BKJ-EFF-DATE TO WS-BJ-EFF-DATE(WS-BJX)
                           MOVE BKJ-ACNT-NO  TO WS-BJ-ACNT-NO(WS-BJX)
                           MOVE 'N' TO WS-BJ-DONE(WS-BJX)
                           IF BKJ-EFF-DATE < WS-FROM-DATE
                               OR BKJ-EFF-DATE > WS-UPPER-DATE
                               MOVE 'Y' TO WS-BJ-DONE(WS-BJX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKMJRN-FILE.

      * 申報歷史:M01HIST.DAT 及當日 M01.DAT(兩檔重疊者排序後
      * 相鄰，配對取首筆)。
       2100-RELEASE-M01.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT M01H-FILE
           PERFORM UNTIL IN-EOF
               READ M01H-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       RELEASE S01-REC FROM M01H-REC
               END-READ
           END-PERFORM
           CLOSE M01H-FILE
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT M01-FILE
           PERFORM UNTIL IN-EOF
               READ M01-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       RELEASE S01-REC FROM M01-IN-REC
               END-READ
           END-PERFORM
           CLOSE M01-FILE.

       2200-RELEASE-M04.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT M04H-FILE
           PERFORM UNTIL IN-EOF
               READ M04H-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       MOVE M04H-REC TO S04-REC
                       IF S04-PROC-DATE NOT < WS-FROM-DATE
                           AND S04-PROC-DATE NOT > WS-UPPER-DATE
                           RELEASE S04-REC
                           ADD 1 TO WS-M04-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04H-FILE.

      * 回覆與申報依案件鍵值配對(同鍵多筆回覆均與該申報配對)，
      * 依分類帳別產生過帳工作記錄。
       3000-JOIN-REPLIES.
           IF LED-MGNLED
               SET S01-EOF TO TRUE
           ELSE
               OPEN INPUT M01-SORTED
               PERFORM 3100-READ-M01-SORTED
           END-IF
           OPEN INPUT M04-SORTED
           PERFORM 3200-READ-M04-SORTED
           PERFORM UNTIL S04-EOF
               EVALUATE TRUE
                   WHEN LED-MGNLED
                       PERFORM 3300-GENERATE-POSTINGS
                       PERFORM 3200-READ-M04-SORTED
                   WHEN S01-EOF OR WS-M01-KEY > WS-M04-KEY
                       ADD 1 TO WS-NOM01-COUNT
                       PERFORM 3200-READ-M04-SORTED
                   WHEN WS-M01-KEY < WS-M04-KEY
                       PERFORM 3100-READ-M01-SORTED
                   WHEN OTHER
                       PERFORM 3300-GENERATE-POSTINGS
                       PERFORM 3200-READ-M04-SORTED
               END-EVALUATE
           END-PERFORM
           CLOSE M04-SORTED
           IF NOT LED-MGNLED
               CLOSE M01-SORTED
           END-IF.

       3100-READ-M01-SORTED.
           READ M01-SORTED
               AT END SET S01-EOF TO TRUE
               NOT AT END
                   MOVE ETF-ID  OF M01 TO WS-K1-ETF-ID
                   MOVE TX-DATE OF M01 TO WS-K1-TX-DATE
                   MOVE SEQNO   OF M01 TO WS-K1-SEQNO
           END-READ.

      * 同一資料日同一案件重複歸檔者略過。
       3200-READ-M04-SORTED.
           PERFORM UNTIL S04-EOF
               READ M04-SORTED
                   AT END SET S04-EOF TO TRUE
                   NOT AT END
                       MOVE M04(1:29) TO WS-THIS-M04-KEY
                       IF WS-THIS-M04-KEY NOT = WS-LAST-M04-KEY
                           MOVE WS-THIS-M04-KEY TO WS-LAST-M04-KEY
                           MOVE ETF-ID  OF M04 TO WS-K4-ETF-ID
                           MOVE TX-DATE OF M04 TO WS-K4-TX-DATE
                           MOVE SEQNO   OF M04 TO WS-K4-SEQNO
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-DUP-COUNT
               END-READ
           END-PERFORM.

       3300-GENERATE-POSTINGS.
           MOVE PROC-DATE OF M04 TO PW-PROC-DATE
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   PERFORM 3400-POST-HOLDINGS
               WHEN LED-ETFUNIT
                   PERFORM 3500-POST-UNITS
               WHEN LED-CSHLED
                   PERFORM 3600-POST-CASH-DIFF
               WHEN LED-MGNLED
                   PERFORM 3700-POST-MARGIN
           END-EVALUATE.

      * 持有分類帳(同 M0HOLDL):成功或部分受理且非取消之原始申報，三欄位
      * 分配逐戶過帳，溢位申請人均分剩餘數。
       3400-POST-HOLDINGS.
           IF (RESULT OF M04 NOT = '1' AND RESULT OF M04 NOT = '2')
                   OR TRAN-CODE OF M01 NOT = SPACE
                   OR STATE OF M01 NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF TX-KIND OF M01 = '1'
               MOVE '+' TO WS-POST-SIGN
           ELSE
               MOVE '-' TO WS-POST-SIGN
           END-IF
           MOVE 0 TO WS-ALLOC-TOTAL
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 3
               IF ETF-SHR OF M04(WS-AX) > 0
                   MOVE ACNT-BROKER OF M04(WS-AX) TO PW-KEY(1:4)
                   MOVE ETF-ID OF M04             TO PW-KEY(5:6)
                   MOVE ACNT-NO OF M04(WS-AX)     TO PW-KEY(11:7)
                   MOVE ETF-SHR OF M04(WS-AX)     TO PW-AMOUNT
                   ADD ETF-SHR OF M04(WS-AX) TO WS-ALLOC-TOTAL
                   PERFORM 3900-RELEASE-POSTING
               END-IF
           END-PERFORM
           IF APPLIER-NUMBER OF M01 > 3
               PERFORM 3450-POST-OVERFLOW
           END-IF.

       3450-POST-OVERFLOW.
           PERFORM 3460-FIND-UNIT-SIZE
           IF RESULT-PARTIAL OF M04
               COMPUTE WS-EXPECT-TOTAL =
                   ACCEPTED-UNITS OF M04 * WS-UNIT-SIZE
           ELSE
               COMPUTE WS-EXPECT-TOTAL =
                   APPLICATION-UNITS OF M01 * WS-UNIT-SIZE
           END-IF
           IF WS-EXPECT-TOTAL > WS-ALLOC-TOTAL
               COMPUTE WS-REMAINDER =
                   WS-EXPECT-TOTAL - WS-ALLOC-TOTAL
           ELSE
               MOVE 0 TO WS-REMAINDER
           END-IF
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           MOVE APLL-OVF-COUNT TO WS-OVF-COUNT
           IF WS-REMAINDER = 0 OR WS-OVF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-REMAINDER BY WS-OVF-COUNT GIVING WS-OVF-SHARE
           MOVE 0 TO WS-OVF-GIVEN
           PERFORM VARYING APG-X FROM 1 BY 1
                   UNTIL APG-X > APG-COUNT
                      OR WS-OVF-GIVEN >= WS-OVF-COUNT
               IF APG-SOURCE(APG-X) = 'A'
                   ADD 1 TO WS-OVF-GIVEN
                   IF WS-OVF-GIVEN = WS-OVF-COUNT
                       COMPUTE PW-AMOUNT = WS-REMAINDER
                           - (WS-OVF-SHARE * (WS-OVF-COUNT - 1))
                   ELSE
                       MOVE WS-OVF-SHARE TO PW-AMOUNT
                   END-IF
                   MOVE APG-ACNT-BROKER(APG-X) TO PW-KEY(1:4)
                   MOVE ETF-ID OF M04          TO PW-KEY(5:6)
                   MOVE APG-ACNT-NO(APG-X)     TO PW-KEY(11:7)
                   IF PW-AMOUNT > 0
                       PERFORM 3900-RELEASE-POSTING
                   END-IF
               END-IF
           END-PERFORM.

      * 每基數單位數:主檔現值；申請日早於分割生效日之案件取最早
      * 一筆適用分割之舊值(同 M04ALOC)。
       3460-FIND-UNIT-SIZE.
           MOVE 0 TO WS-UNIT-SIZE
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-ID(WS-ETX) = ETF-ID OF M04
                   MOVE WS-ET-UNIT-SIZE(WS-ETX) TO WS-UNIT-SIZE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 99999999 TO WS-SPLIT-EFF
           PERFORM VARYING WS-SPX FROM 1 BY 1
                   UNTIL WS-SPX > WS-SP-COUNT
               IF WS-SP-ETF-ID(WS-SPX) = ETF-ID OF M04
                       AND WS-SP-EFF-DATE(WS-SPX) > TX-DATE OF M04
                       AND WS-SP-EFF-DATE(WS-SPX) < WS-SPLIT-EFF
                   MOVE WS-SP-EFF-DATE(WS-SPX) TO WS-SPLIT-EFF
                   MOVE WS-SP-OLD-SIZE(WS-SPX) TO WS-UNIT-SIZE
               END-IF
           END-PERFORM.

      * 流通在外單位數(同 M0UNITL):成功或部分受理案件分配合計，買回減除
      * 、其餘加計。
       3500-POST-UNITS.
           IF RESULT OF M04 NOT = '1' AND RESULT OF M04 NOT = '2'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SHR-TOTAL
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 3
               ADD ETF-SHR OF M04(WS-AX) TO WS-SHR-TOTAL
           END-PERFORM
           IF TX-KIND OF M01 = '2'
               MOVE '-' TO WS-POST-SIGN
           ELSE
               MOVE '+' TO WS-POST-SIGN
           END-IF
           MOVE ETF-ID OF M04 TO PW-KEY
           MOVE WS-SHR-TOTAL  TO PW-AMOUNT
           PERFORM 3900-RELEASE-POSTING.

      * 現金差額(同 M0CSHLD):成功或部分受理且差額非零者依收取人立帳。
       3600-POST-CASH-DIFF.
           IF (RESULT OF M04 NOT = '1' AND RESULT OF M04 NOT = '2')
                   OR CASH-DIF-AMOUNT-9 OF M04 = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RECIP-SW
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1
                   UNTIL APG-X > APG-COUNT OR RECIPIENT-FOUND
               IF APG-CASH-ASSIGN(APG-X) = 'Y'
                   SET RECIPIENT-FOUND TO TRUE
                   MOVE APG-ACNT-BROKER(APG-X) TO PW-ACCOUNT(1:4)
                   MOVE APG-ACNT-NO(APG-X)     TO PW-ACCOUNT(5:7)
               END-IF
           END-PERFORM
           IF NOT RECIPIENT-FOUND
               ADD 1 TO WS-NORECIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ETF-ID OF M04              TO PW-KEY(1:6)
           MOVE TX-DATE OF M04             TO PW-KEY(7:8)
           MOVE SEQNO OF M04               TO PW-KEY(15:3)
           MOVE CASH-DIF-AMOUNT-S OF M04   TO WS-POST-SIGN
           MOVE CASH-DIF-AMOUNT-9 OF M04   TO PW-AMOUNT
           PERFORM 3900-RELEASE-POSTING.

      * 保證金(同 M0MGNLG):應收保證金大於零者立待收帳項。
       3700-POST-MARGIN.
           IF MARGIN-AMOUNT OF M04 = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ETF-ID OF M04        TO PW-KEY(1:6)
           MOVE TX-DATE OF M04       TO PW-KEY(7:8)
           MOVE SEQNO OF M04         TO PW-KEY(15:3)
           MOVE BROKER-ID OF M04     TO PW-ACCOUNT
           MOVE SPACE                TO WS-POST-SIGN
           MOVE MARGIN-AMOUNT OF M04 TO PW-AMOUNT
           PERFORM 3900-RELEASE-POSTING.

       3900-RELEASE-POSTING.
           MOVE WS-POST-SIGN TO PW-SIGN
           RELEASE SPW-REC FROM WS-PW-REC
           MOVE SPACES TO PW-KEY PW-ACCOUNT.

      * 依資料日順序過帳；單位數分類帳於過帳前套用已屆生效日之
      * 分割(生效日當日之回覆於分割後過帳)，繼之套用已屆生效日
      * 之基金合併及券商代表號移轉；過帳帳戶券商已移轉者改以存
      * 續代號過帳(同 BRKLOOK)。
       4000-APPLY-POSTINGS.
           PERFORM UNTIL PW-EOF
               RETURN SORT-WORK-PW INTO WS-PW-REC
                   AT END SET PW-EOF TO TRUE
                   NOT AT END
                       IF LED-ETFUNIT
                           PERFORM 4100-APPLY-DUE-SPLITS
                       END-IF
                       PERFORM 4500-APPLY-DUE-MERGERS
                       PERFORM 4600-APPLY-DUE-MIGRATIONS
                       PERFORM 4700-REMAP-POSTING-BROKER
                       PERFORM 4200-APPLY-ONE-POSTING
               END-RETURN
           END-PERFORM
           MOVE WS-UPPER-DATE TO PW-PROC-DATE
           IF LED-ETFUNIT
               PERFORM 4100-APPLY-DUE-SPLITS
           END-IF
           PERFORM 4500-APPLY-DUE-MERGERS
           PERFORM 4600-APPLY-DUE-MIGRATIONS.

       4100-APPLY-DUE-SPLITS.
           PERFORM VARYING WS-SPX FROM 1 BY 1
                   UNTIL WS-SPX > WS-SP-COUNT
               IF WS-SP-DONE(WS-SPX) = 'N'
                       AND WS-SP-EFF-DATE(WS-SPX) NOT > PW-PROC-DATE
                   MOVE 'Y' TO WS-SP-DONE(WS-SPX)
                   ADD 1 TO WS-SPLIT-COUNT
                   PERFORM VARYING WS-RBX FROM 1 BY 1
                           UNTIL WS-RBX > WS-RB-COUNT
                       IF WS-RB-KEY(WS-RBX) = WS-SP-ETF-ID(WS-SPX)
                           COMPUTE WS-SPLIT-UNITS ROUNDED =
                               WS-RB-AMOUNT(WS-RBX)
                               * WS-SP-NEW-SIZE(WS-SPX)
                               / WS-SP-OLD-SIZE(WS-SPX)
                           MOVE WS-SPLIT-UNITS TO WS-RB-AMOUNT(WS-RBX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4200-APPLY-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           IF LED-CSHLED OR LED-MGNLED
               IF WS-RB-COUNT NOT < 9000
                   SET REBUILD-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT  TO WS-RBX
               MOVE PW-KEY       TO WS-RB-KEY(WS-RBX)
               MOVE PW-ACCOUNT   TO WS-RB-ACCOUNT(WS-RBX)
               MOVE PW-SIGN      TO WS-RB-SIGN(WS-RBX)
               MOVE PW-AMOUNT    TO WS-RB-AMOUNT(WS-RBX)
               MOVE PW-PROC-DATE TO WS-RB-DATE(WS-RBX)
               MOVE 'O'          TO WS-RB-STATUS(WS-RBX)
               MOVE 0 TO WS-RB-DATE-2(WS-RBX) WS-RB-DATE-3(WS-RBX)
               EXIT PARAGRAPH
           END-IF
           MOVE PW-KEY TO WS-ARG-KEY
           PERFORM 4300-FIND-OR-ADD-ACCOUNT
           IF WS-RBX = 0
               EXIT PARAGRAPH
           END-IF
           IF PW-SIGN = '+'
               ADD PW-AMOUNT TO WS-RB-AMOUNT(WS-RBX)
           ELSE
               IF LED-HOLDLED AND WS-RB-AMOUNT(WS-RBX) < PW-AMOUNT
                   MOVE 0 TO WS-RB-AMOUNT(WS-RBX)
                   ADD 1 TO WS-FLOOR-COUNT
               ELSE
                   SUBTRACT PW-AMOUNT FROM WS-RB-AMOUNT(WS-RBX)
               END-IF
           END-IF.

       4300-FIND-OR-ADD-ACCOUNT.
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RB-COUNT
               IF WS-RB-KEY(WS-RBX) = WS-ARG-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RB-COUNT NOT < 9000
               SET REBUILD-TABLE-FULL TO TRUE
               MOVE 0 TO WS-RBX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE WS-RB-COUNT TO WS-RBX
           MOVE SPACES TO WS-RB-ENTRY(WS-RBX)
           MOVE WS-ARG-KEY TO WS-RB-KEY(WS-RBX)
           MOVE 0 TO WS-RB-AMOUNT(WS-RBX) WS-RB-DATE(WS-RBX)
                     WS-RB-DATE-2(WS-RBX) WS-RB-DATE-3(WS-RBX).

      * 基金合併(同 M0MERGE):單位數分類帳消滅基金歸零、存續基
      * 金加計日記所載轉入整數單位合計；持有分類帳消滅基金各部
      * 位依比率換算，整數部分過入同戶存續基金部位(無則新增)，
      * 原部位歸零(畸零部分已以現金權益撥付)。
       4500-APPLY-DUE-MERGERS.
           PERFORM VARYING WS-MJX FROM 1 BY 1
                   UNTIL WS-MJX > WS-MJ-COUNT
               IF WS-MJ-DONE(WS-MJX) = 'N'
                       AND WS-MJ-EFF-DATE(WS-MJX) NOT > PW-PROC-DATE
                   MOVE 'Y' TO WS-MJ-DONE(WS-MJX)
                   ADD 1 TO WS-MERGE-COUNT
                   IF LED-ETFUNIT
                       PERFORM 4510-MERGE-FUND-UNITS
                   ELSE
                       PERFORM 4520-MERGE-HOLDINGS
                   END-IF
               END-IF
           END-PERFORM.

       4510-MERGE-FUND-UNITS.
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RB-COUNT
               IF WS-RB-KEY(WS-RBX) = WS-MJ-TARGET(WS-MJX)
                   MOVE 0 TO WS-RB-AMOUNT(WS-RBX)
               END-IF
           END-PERFORM
           MOVE WS-MJ-SURVIVOR(WS-MJX) TO WS-ARG-KEY
           PERFORM 4300-FIND-OR-ADD-ACCOUNT
           IF WS-RBX > 0
               ADD WS-MJ-SURV-UNITS(WS-MJX) TO WS-RB-AMOUNT(WS-RBX)
           END-IF.

       4520-MERGE-HOLDINGS.
           PERFORM VARYING WS-SRC-RBX FROM 1 BY 1
                   UNTIL WS-SRC-RBX > WS-RB-COUNT
               IF WS-RB-KEY(WS-SRC-RBX)(5:6) = WS-MJ-TARGET(WS-MJX)
                       AND WS-RB-AMOUNT(WS-SRC-RBX) > 0
                   COMPUTE WS-CONV-UNITS =
                       WS-RB-AMOUNT(WS-SRC-RBX) * WS-MJ-NUM(WS-MJX)
                       / WS-MJ-DEN(WS-MJX)
                   MOVE 0 TO WS-RB-AMOUNT(WS-SRC-RBX)
                   IF WS-CONV-UNITS > 0
                       MOVE WS-RB-KEY(WS-SRC-RBX) TO WS-ARG-KEY
                       MOVE WS-MJ-SURVIVOR(WS-MJX) TO WS-ARG-KEY(5:6)
                       PERFORM 4300-FIND-OR-ADD-ACCOUNT
                       IF WS-RBX > 0
                           ADD WS-CONV-UNITS TO WS-RB-AMOUNT(WS-RBX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * 券商代表號移轉(同 M0BKMRG):原代號帳項改列新代號；帳號
      * 衝突之帳戶(持有部位及現金差額帳項)維持原代號。已銷帳/
      * 已退還帳項 M0BKMRG 不移轉，於比對時處理(見 5600)。
       4600-APPLY-DUE-MIGRATIONS.
           PERFORM VARYING WS-BJX FROM 1 BY 1
                   UNTIL WS-BJX > WS-BJ-COUNT
               IF WS-BJ-TYPE(WS-BJX) = 'M'
                       AND WS-BJ-DONE(WS-BJX) = 'N'
                       AND WS-BJ-EFF-DATE(WS-BJX) NOT > PW-PROC-DATE
                   MOVE 'Y' TO WS-BJ-DONE(WS-BJX)
                   ADD 1 TO WS-MIGRATE-COUNT
                   PERFORM 4610-MIGRATE-ONE-BROKER
               END-IF
           END-PERFORM.

       4610-MIGRATE-ONE-BROKER.
           MOVE WS-BJ-OLD-ID(WS-BJX) TO WS-MAP-ID
           PERFORM VARYING WS-SRC-RBX FROM 1 BY 1
                   UNTIL WS-SRC-RBX > WS-RB-COUNT
               EVALUATE TRUE
                   WHEN LED-HOLDLED
                       IF WS-RB-KEY(WS-SRC-RBX)(1:4) = WS-MAP-ID
                           PERFORM 4620-REKEY-HOLDING
                       END-IF
                   WHEN LED-CSHLED
                       IF WS-RB-ACCOUNT(WS-SRC-RBX)(1:4) = WS-MAP-ID
                           MOVE WS-RB-ACCOUNT(WS-SRC-RBX)(5:7)
                               TO WS-MAP-ACNT-NO
                           PERFORM 4630-CHECK-CONFLICT
                           IF NOT ACNT-IN-CONFLICT
                               MOVE WS-BJ-NEW-ID(WS-BJX)
                                   TO WS-RB-ACCOUNT(WS-SRC-RBX)(1:4)
                           END-IF
                       END-IF
                   WHEN LED-MGNLED
                       IF WS-RB-ACCOUNT(WS-SRC-RBX)(1:4) = WS-MAP-ID
                           MOVE WS-BJ-NEW-ID(WS-BJX)
                               TO WS-RB-ACCOUNT(WS-SRC-RBX)(1:4)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * 持有部位換鍵；新代號下已有同鍵部位者併入該部位，原部位
      * 歸零。
       4620-REKEY-HOLDING.
           MOVE WS-RB-KEY(WS-SRC-RBX)(11:7) TO WS-MAP-ACNT-NO
           PERFORM 4630-CHECK-CONFLICT
           IF ACNT-IN-CONFLICT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RB-KEY(WS-SRC-RBX) TO WS-ARG-KEY
           MOVE WS-BJ-NEW-ID(WS-BJX) TO WS-ARG-KEY(1:4)
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RB-COUNT
               IF WS-RB-KEY(WS-RBX) = WS-ARG-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RBX > WS-RB-COUNT
               MOVE WS-ARG-KEY TO WS-RB-KEY(WS-SRC-RBX)
           ELSE
               ADD WS-RB-AMOUNT(WS-SRC-RBX) TO WS-RB-AMOUNT(WS-RBX)
               MOVE 0 TO WS-RB-AMOUNT(WS-SRC-RBX)
           END-IF.

      * 帳號衝突:日記'C'列載有 WS-MAP-ID+WS-MAP-ACNT-NO 者。
       4630-CHECK-CONFLICT.
           MOVE 'N' TO WS-CFL-SW
           PERFORM VARYING WS-CFX FROM 1 BY 1
                   UNTIL WS-CFX > WS-BJ-COUNT
               IF WS-BJ-TYPE(WS-CFX) = 'C'
                       AND WS-BJ-OLD-ID(WS-CFX) = WS-MAP-ID
                       AND WS-BJ-ACNT-NO(WS-CFX) = WS-MAP-ACNT-NO
                   SET ACNT-IN-CONFLICT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 過帳帳戶券商於資料日已移轉者改以存續代號過帳。
       4700-REMAP-POSTING-BROKER.
           IF WS-BJ-COUNT = 0 OR LED-ETFUNIT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   MOVE PW-KEY(1:4)      TO WS-MAP-ID
                   MOVE PW-KEY(11:7)     TO WS-MAP-ACNT-NO
               WHEN LED-CSHLED
                   MOVE PW-ACCOUNT(1:4)  TO WS-MAP-ID
                   MOVE PW-ACCOUNT(5:7)  TO WS-MAP-ACNT-NO
               WHEN LED-MGNLED
                   MOVE PW-ACCOUNT(1:4)  TO WS-MAP-ID
                   MOVE 0                TO WS-MAP-ACNT-NO
           END-EVALUATE
           MOVE PW-PROC-DATE TO WS-MAP-DATE
           PERFORM 4750-RESOLVE-SURVIVOR
           IF WS-MAP-ID = WS-MAP-ORIG-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REMAP-COUNT
           IF LED-HOLDLED
               MOVE WS-MAP-ID TO PW-KEY(1:4)
           ELSE
               MOVE WS-MAP-ID TO PW-ACCOUNT(1:4)
           END-IF.

      * 逐段追溯存續代號(至多10段)；遇帳號衝突或生效日晚於基準
      * 日即停止。
       4750-RESOLVE-SURVIVOR.
           MOVE WS-MAP-ID TO WS-MAP-ORIG-ID
           PERFORM VARYING WS-MAP-HOP FROM 1 BY 1
                   UNTIL WS-MAP-HOP > 10
               PERFORM 4760-NEXT-HOP
               IF NOT MAP-NEXT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4760-NEXT-HOP.
           MOVE 'N' TO WS-MAP-SW
           PERFORM VARYING WS-BJX FROM 1 BY 1
                   UNTIL WS-BJX > WS-BJ-COUNT
               IF WS-BJ-TYPE(WS-BJX) = 'M'
                       AND WS-BJ-OLD-ID(WS-BJX) = WS-MAP-ID
                       AND WS-BJ-EFF-DATE(WS-BJX) NOT > WS-MAP-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BJX > WS-BJ-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-ACNT-NO NOT = 0
               PERFORM 4630-CHECK-CONFLICT
               IF ACNT-IN-CONFLICT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BJ-NEW-ID(WS-BJX) TO WS-MAP-ID
           SET MAP-NEXT-FOUND TO TRUE.

      * 比對:重建表與現行分類帳(<分類帳>.DAT)依帳戶鍵值排序後
      * 逐群組配對；產出選項者同時依鍵值順序寫出重建檔。
       5000-COMPARE-LEDGERS.
           MOVE SPACES TO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE "ACCOUNT-LEVEL DIFFERENCES (REBUILT VS CURRENT)"
               TO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE WS-HDR-DIF TO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           IF WRITE-REBUILT
               EVALUATE TRUE
                   WHEN LED-HOLDLED
                       OPEN OUTPUT HLD-RBD
                   WHEN LED-ETFUNIT
                       OPEN OUTPUT UNT-RBD
                   WHEN LED-CSHLED
                       OPEN OUTPUT CSH-RBD
                   WHEN LED-MGNLED
                       OPEN OUTPUT MGN-RBD
               END-EVALUATE
           END-IF
           SORT SORT-WORK-CM ON ASCENDING KEY SCM-KEY SCM-SIDE SCM-SEQ
               INPUT PROCEDURE IS 5100-RELEASE-COMPARE
               OUTPUT PROCEDURE IS 5500-COMPARE-GROUPS
           IF WRITE-REBUILT
               EVALUATE TRUE
                   WHEN LED-HOLDLED
                       CLOSE HLD-RBD
                   WHEN LED-ETFUNIT
                       CLOSE UNT-RBD
                   WHEN LED-CSHLED
                       CLOSE CSH-RBD
                   WHEN LED-MGNLED
                       CLOSE MGN-RBD
               END-EVALUATE
           END-IF
           IF WS-DIFF-COUNT = 0
               MOVE "  NO DIFFERENCES" TO RBLD-RPT-LINE
               WRITE RBLD-RPT-LINE
           END-IF.

       5100-RELEASE-COMPARE.
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RB-COUNT
               MOVE WS-RB-KEY(WS-RBX)     TO CM-KEY
               MOVE 'R'                   TO CM-SIDE
               MOVE WS-RBX                TO CM-SEQ
               MOVE WS-RB-ACCOUNT(WS-RBX) TO CM-ACCOUNT
               MOVE WS-RB-SIGN(WS-RBX)    TO CM-SIGN
               IF WS-RB-AMOUNT(WS-RBX) < 0
                   MOVE 0 TO CM-AMOUNT
               ELSE
                   MOVE WS-RB-AMOUNT(WS-RBX) TO CM-AMOUNT
               END-IF
               MOVE WS-RB-DATE(WS-RBX)    TO CM-DATE
               MOVE WS-RB-STATUS(WS-RBX)  TO CM-STATUS
               MOVE WS-RB-DATE-2(WS-RBX)  TO CM-DATE-2
               MOVE WS-RB-DATE-3(WS-RBX)  TO CM-DATE-3
               ADD CM-AMOUNT TO WS-RB-TOTAL
               RELEASE SCM-REC FROM WS-CM-REC
           END-PERFORM
           MOVE SPACES TO WS-LEDIN-NAME
           STRING REQ-LEDGER DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-LEDIN-NAME
           MOVE 'N' TO WS-IN-EOF
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   OPEN INPUT HLD-IN
               WHEN LED-ETFUNIT
                   OPEN INPUT UNT-IN
               WHEN LED-CSHLED
                   OPEN INPUT CSH-IN
               WHEN LED-MGNLED
                   OPEN INPUT MGN-IN
           END-EVALUATE
           PERFORM UNTIL IN-EOF
               PERFORM 1250-READ-LEDGER-IN
               IF NOT IN-EOF
                   ADD 1 TO WS-CUR-COUNT
                   MOVE 'C' TO CM-SIDE
                   MOVE WS-CUR-COUNT TO CM-SEQ
                   ADD CM-AMOUNT TO WS-CUR-TOTAL
                   RELEASE SCM-REC FROM WS-CM-REC
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   CLOSE HLD-IN
               WHEN LED-ETFUNIT
                   CLOSE UNT-IN
               WHEN LED-CSHLED
                   CLOSE CSH-IN
               WHEN LED-MGNLED
                   CLOSE MGN-IN
           END-EVALUATE.

       5500-COMPARE-GROUPS.
           PERFORM UNTIL CM-EOF
               RETURN SORT-WORK-CM INTO WS-CM-REC
                   AT END SET CM-EOF TO TRUE
                   NOT AT END
                       IF GRP-OPEN AND CM-KEY NOT = WS-GRP-KEY
                           PERFORM 5600-END-GROUP
                       END-IF
                       IF NOT GRP-OPEN
                           SET GRP-OPEN TO TRUE
                           MOVE CM-KEY TO WS-GRP-KEY
                           MOVE 0 TO WS-GC-COUNT WS-GR-COUNT
                       END-IF
                       PERFORM 5550-ADD-TO-GROUP
               END-RETURN
           END-PERFORM
           IF GRP-OPEN
               PERFORM 5600-END-GROUP
           END-IF.

       5550-ADD-TO-GROUP.
           IF CM-CURRENT
               IF WS-GC-COUNT < 20
                   ADD 1 TO WS-GC-COUNT
                   MOVE WS-CM-REC TO WS-GC-REC(WS-GC-COUNT)
               ELSE
                   ADD 1 TO WS-GRP-OVERFLOW
               END-IF
           ELSE
               IF WS-GR-COUNT < 20
                   ADD 1 TO WS-GR-COUNT
                   MOVE WS-CM-REC TO WS-GR-REC(WS-GR-COUNT)
               ELSE
                   ADD 1 TO WS-GRP-OVERFLOW
               END-IF
           END-IF.

      * 群組內第 n 筆重建帳項與第 n 筆現行帳項配對；配對者重建
      * 帳項沿用現行帳項之狀態與生命週期日期。單位數分類帳一方
      * 獨有且為零者不列差異。現行帳項已銷帳/已退還且仍列原代
      * 號、重建帳項為其移轉後存續代號者，係移轉時已結帳項未移
      * 轉(M0BKMRG 僅移轉未結帳項)，重建帳項沿用現行代號。
       5600-END-GROUP.
           MOVE 'N' TO WS-GRP-OPEN
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GC-COUNT AND WS-GX > WS-GR-COUNT
               MOVE SPACES TO WS-C-REC WS-R-REC
               MOVE SPACES TO WS-REMARK
               IF WS-GX NOT > WS-GC-COUNT
                   MOVE WS-GC-REC(WS-GX) TO WS-C-REC
               END-IF
               IF WS-GX NOT > WS-GR-COUNT
                   MOVE WS-GR-REC(WS-GX) TO WS-R-REC
               END-IF
               EVALUATE TRUE
                   WHEN WS-C-REC = SPACES
                       IF WR-AMOUNT > 0 OR LED-CSHLED OR LED-MGNLED
                           MOVE "NOT IN CURRENT" TO WS-REMARK
                       END-IF
                   WHEN WS-R-REC = SPACES
                       IF WC-AMOUNT > 0 OR LED-CSHLED OR LED-MGNLED
                           MOVE "NOT IN REBUILD" TO WS-REMARK
                       END-IF
                   WHEN OTHER
                       MOVE WC-STATUS TO WR-STATUS
                       MOVE WC-DATE-2 TO WR-DATE-2
                       MOVE WC-DATE-3 TO WR-DATE-3
                       IF WR-ACCOUNT NOT = WC-ACCOUNT
                               AND WS-BJ-COUNT > 0
                               AND ((LED-CSHLED AND WC-STATUS = 'S')
                                 OR (LED-MGNLED AND WC-STATUS = 'R'))
                           PERFORM 5620-CHECK-CLOSED-UNMOVED
                       END-IF
                       EVALUATE TRUE
                           WHEN WR-AMOUNT NOT = WC-AMOUNT
                               MOVE "AMOUNT DIFFERS" TO WS-REMARK
                           WHEN WR-ACCOUNT NOT = WC-ACCOUNT
                               MOVE "ACCOUNT DIFFERS" TO WS-REMARK
                           WHEN WR-SIGN NOT = WC-SIGN
                               MOVE "DIRECTION DIFFERS" TO WS-REMARK
                           WHEN WR-DATE NOT = WC-DATE
                               MOVE "DATE DIFFERS" TO WS-REMARK
                       END-EVALUATE
               END-EVALUATE
               IF WS-REMARK NOT = SPACES
                   PERFORM 5610-PRINT-DIFFERENCE
               END-IF
               IF WS-R-REC NOT = SPACES AND WRITE-REBUILT
                   PERFORM 5700-WRITE-REBUILT-ENTRY
               END-IF
           END-PERFORM.

       5610-PRINT-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT
           MOVE SPACES TO WS-DIF-LINE
           MOVE WS-GRP-KEY TO WS-L-KEY
           MOVE 0 TO WS-DIFF-AMT
           IF WS-R-REC NOT = SPACES
               MOVE WR-ACCOUNT TO WS-L-ACCOUNT
               MOVE WR-SIGN    TO WS-L-R-SIGN
               MOVE WR-AMOUNT  TO WS-L-R-AMT
               IF WR-DATE > 0
                   MOVE WR-DATE TO WS-L-R-DATE
               END-IF
               ADD WR-AMOUNT TO WS-DIFF-AMT
           END-IF
           IF WS-C-REC NOT = SPACES
               IF WS-R-REC = SPACES
                   MOVE WC-ACCOUNT TO WS-L-ACCOUNT
               END-IF
               MOVE WC-SIGN    TO WS-L-C-SIGN
               MOVE WC-AMOUNT  TO WS-L-C-AMT
               IF WC-DATE > 0
                   MOVE WC-DATE TO WS-L-C-DATE
               END-IF
               SUBTRACT WC-AMOUNT FROM WS-DIFF-AMT
           END-IF
           MOVE WS-DIFF-AMT TO WS-L-DIFF
           MOVE WS-REMARK   TO WS-L-REMARK
           MOVE WS-DIF-LINE TO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           IF WS-C-REC NOT = SPACES AND WS-R-REC NOT = SPACES
                   AND WR-ACCOUNT NOT = WC-ACCOUNT
               MOVE SPACES TO RBLD-RPT-LINE
               STRING "                  CURRENT ACCOUNT " WC-ACCOUNT
                   DELIMITED BY SIZE INTO RBLD-RPT-LINE
               WRITE RBLD-RPT-LINE
           END-IF.

       5620-CHECK-CLOSED-UNMOVED.
           MOVE WC-ACCOUNT(1:4) TO WS-MAP-ID
           IF LED-CSHLED
               MOVE WC-ACCOUNT(5:7) TO WS-MAP-ACNT-NO
           ELSE
               MOVE 0 TO WS-MAP-ACNT-NO
           END-IF
           MOVE WS-UPPER-DATE TO WS-MAP-DATE
           PERFORM 4750-RESOLVE-SURVIVOR
           IF WS-MAP-ID NOT = WS-MAP-ORIG-ID
                   AND WS-MAP-ID = WR-ACCOUNT(1:4)
                   AND WC-ACCOUNT(5:7) = WR-ACCOUNT(5:7)
               MOVE WC-ACCOUNT TO WR-ACCOUNT
               ADD 1 TO WS-UNMOVED-COUNT
           END-IF.

       5700-WRITE-REBUILT-ENTRY.
           ADD 1 TO WS-RBD-COUNT
           EVALUATE TRUE
               WHEN LED-HOLDLED
                   MOVE SPACES TO HOLDING-LEDGER-REC
                   MOVE WR-KEY    TO HOLDING-LEDGER-REC(1:17)
                   MOVE WR-AMOUNT TO HLD-UNITS
                   WRITE HLD-RBD-REC FROM HOLDING-LEDGER-REC
               WHEN LED-ETFUNIT
                   MOVE SPACES TO WS-UNIT-REC
                   MOVE WR-KEY    TO UNT-ETF-ID
                   MOVE WR-AMOUNT TO UNT-UNITS
                   WRITE UNT-RBD-REC FROM WS-UNIT-REC
               WHEN LED-CSHLED
                   MOVE SPACES TO CASH-LEDGER-REC
                   MOVE WR-KEY              TO CLG-KEY
                   MOVE WR-ACCOUNT(1:4)     TO CLG-ACNT-BROKER
                   MOVE WR-ACCOUNT(5:7)     TO CLG-ACNT-NO
                   MOVE WR-SIGN             TO CLG-SIGN
                   MOVE WR-AMOUNT           TO CLG-AMOUNT
                   MOVE WR-DATE             TO CLG-POST-DATE
                   MOVE WR-STATUS           TO CLG-STATUS
                   MOVE WR-DATE-2           TO CLG-SETTLE-DATE
                   WRITE CSH-RBD-REC FROM CASH-LEDGER-REC
               WHEN LED-MGNLED
                   MOVE SPACES TO MARGIN-LEDGER-REC
                   MOVE WR-KEY              TO MGL-KEY
                   MOVE WR-ACCOUNT(1:4)     TO MGL-BROKER-ID
                   MOVE WR-AMOUNT           TO MGL-AMOUNT
                   MOVE WR-DATE             TO MGL-OPEN-DATE
                   MOVE WR-STATUS           TO MGL-STATUS
                   MOVE WR-DATE-2           TO MGL-COLLECT-DATE
                   MOVE WR-DATE-3           TO MGL-REFUND-DATE
                   WRITE MGN-RBD-REC FROM MARGIN-LEDGER-REC
           END-EVALUATE.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "OPENING ACCOUNTS.......: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "M04 HISTORY IN RANGE...: " WS-M04-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "DUPLICATE ARCHIVE SKIP.: " WS-DUP-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "REPLIES WITHOUT M01....: " WS-NOM01-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "POSTINGS REPLAYED......: " WS-POSTING-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "SPLITS APPLIED.........: " WS-SPLIT-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "FUND MERGERS APPLIED...: " WS-MERGE-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "BROKER MIGRATIONS......: " WS-MIGRATE-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "POSTED TO SURVIVOR ID..: " WS-REMAP-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "CLOSED ITEMS UNMOVED...: " WS-UNMOVED-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "FLOOR-AT-ZERO WARNINGS.: " WS-FLOOR-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "NO CASH RECIPIENT......: " WS-NORECIP-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "REBUILT ACCOUNTS.......: " WS-RB-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "CURRENT ACCOUNTS.......: " WS-CUR-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "ACCOUNT DIFFERENCES....: " WS-DIFF-COUNT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "REBUILT TOTAL..........: " WS-RB-TOTAL
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "CURRENT TOTAL..........: " WS-CUR-TOTAL
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           IF WS-GRP-OVERFLOW > 0
               MOVE SPACES TO RBLD-RPT-LINE
               STRING "*** WARNING: KEY GROUP OVER 20 ENTRIES, "
                   WS-GRP-OVERFLOW " NOT COMPARED"
                   DELIMITED BY SIZE INTO RBLD-RPT-LINE
               WRITE RBLD-RPT-LINE
               ADD 1 TO WS-DIFF-COUNT
           END-IF
           IF WRITE-REBUILT
               MOVE SPACES TO RBLD-RPT-LINE
               STRING "REBUILT FILE WRITTEN...: " WS-RBD-NAME
                   " RECORDS " WS-RBD-COUNT
                   DELIMITED BY SIZE INTO RBLD-RPT-LINE
               WRITE RBLD-RPT-LINE
               MOVE SPACES TO RBLD-RPT-LINE
               MOVE SPACES TO WS-LEDIN-NAME
               STRING REQ-LEDGER DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-LEDIN-NAME
               STRING "SWAPCTL.TXN ENTRY......: S" REQ-OPER
                   WS-LEDIN-NAME WS-RBD-NAME WS-REC-LEN "001"
                   WS-KEY-LEN "0"
                   DELIMITED BY SIZE INTO RBLD-RPT-LINE
               WRITE RBLD-RPT-LINE
           END-IF
           IF WS-DIFF-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-REFUSE.
           SET REQUEST-REFUSED TO TRUE
           MOVE SPACES TO RBLD-RPT-LINE
           STRING "REQUEST REFUSED - " WS-REFUSE-TEXT
               DELIMITED BY SIZE INTO RBLD-RPT-LINE
           WRITE RBLD-RPT-LINE
           MOVE 8 TO RETURN-CODE.

       9900-FINISH.
           CLOSE RBLD-RPT-FILE
           STOP RUN.
