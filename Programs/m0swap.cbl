      * M0SWAP - 檔案接替(SWAP)控制作業(取代排程裸拷貝)
      * 半數站台產出接替檔由「排程換檔」- M04OK.DAT 蓋 M04.DAT、
      * M01EDT.DAT 蓋 M01.DAT、各 .NEW 主檔 - 均為無退路之裸拷貝
      * ，七月一次主檔換壞重跑整夜。本程式由接替控制檔
      * SWAPCTL.TXN 驅動(每行:動作(1:S接替/R回復)+經辦人員(8)+
      * 正式檔名(12)+接替檔名(12)+記錄長度(4)+鍵值位移(3)+鍵值
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-15  說明更正: M01.DAT 接替檔為 M01EDRV 產出之
      *               M01EDT.DAT
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SWAP.
