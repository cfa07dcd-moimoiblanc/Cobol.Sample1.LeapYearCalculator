000000*    日付バッチ入力レコード(DATE-INPUT-FILE)
000000*    検査対象の完全な日付(YYYYMMDD)を１件１レコードで
000000*    保持する。和暦の形式(元号記号+YYMMDD、または
000000*    元号記号+Y.M.D 例: R081015 H31.4.30)も受け付け、
000000*    元号表に従って西暦に直してから検証する
000000 1   DateInputRecord.
000000 2       InputDate PIC X(8).
