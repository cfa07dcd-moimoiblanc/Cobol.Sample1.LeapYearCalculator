000000*    規則変更履歴レコード(RULE-HISTORY-FILE)
000000*    RULESFを再書出しするたびに、起票者・時刻印・版番号の
000000*    繰り上がりと、変更した規則の変更前後の全項目を１件
000000*    ずつ追記する。判定のAUDITFと同じく、誰がいつ何を
000000*    どう変えたかを後から示せるようにする
000000*    説明・適用範囲・暦法の並びそのまま)
000000 2       HistoryOldImage PIC X(37).
000000 2       HistoryNewImage PIC X(37).
000000*    変更を承認した操作者と、承認時に指定された適用日
000000 2       HistoryApprover PIC X(8).
000000 2       HistoryEffDate PIC 9(8).
000000*    連鎖の通番と連鎖値(AUDITFと同じ求め方)
000000 2       HistoryChainSeq PIC 9(9).
000000 2       HistoryChainValue PIC 9(10).
