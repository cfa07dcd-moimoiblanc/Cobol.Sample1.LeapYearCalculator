000000 3           RequestYear PIC X(5).
000000 3           FILLER PIC X(11).
000000 2       RequestDateBody REDEFINES RequestBody.
000000*    日付はYYYYMMDDまたは和暦の形式(DATEINと同じ)
000000 3           RequestDate PIC X(8).
000000 3           FILLER PIC X(8).
000000 2       RequestRangeBody REDEFINES RequestBody.
000000 3           RequestFromYear PIC 9(5).
000000 3           RequestToYear PIC 9(5).
000000 3           FILLER PIC X(6).
000000*    暦コード(CUTOVERの暦。空白は実行時の暦に従う)
000000 2       RequestCalendar PIC X(2).
