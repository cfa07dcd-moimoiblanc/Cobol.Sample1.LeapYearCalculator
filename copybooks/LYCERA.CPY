000000*    元号表レコード(ERA-TABLE-FILE)
000000*    運用が保守する元号の一覧。元号記号(和暦日付の先頭
000000*    １文字)・元号名・改元日(その元号の元年の初日)を
000000*    持つ。元号の終わりは次の元号の改元日の前日とする
000000 1   EraTableRecord.
000000 2       EraCode PIC X(1).
000000 2       EraName PIC X(12).
000000 2       EraStartDate PIC 9(8).
