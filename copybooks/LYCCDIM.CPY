000000*    暦日ディメンションの明細レコード(CALENDAR-DIM-FILE)
000000*    データウェアハウスへ渡す日付表。FROMの日からTOの日
000000*    まで１日１レコードを日付の昇順に持つ。閏年区分は
000000*    LeapYearEval、営業日区分と祝日名は日付モード(DATEOUT)
000000*    と同じく土日とHOLIDFから、月末・四半期末・年度末は
000000*    期末カレンダー(PERIODF)と同じ締め日から求める
000000 1   CalendarDimRecord.
000000 2       CalDimRecordType PIC X(1).
000000     88  CalDimDetail VALUE "D".
000000 2       CalDimDate PIC 9(8).
000000 2       CalDimYear PIC 9(4).
000000 2       CalDimMonth PIC 9(2).
000000 2       CalDimDay PIC 9(2).
000000 2       CalDimQuarter PIC 9(1).
000000 2       CalDimDayOfYear PIC 9(3).
000000*    曜日(1=日曜〜7=土曜)
000000 2       CalDimDayOfWeek PIC 9(1).
000000 2       CalDimLeapFlag PIC X(1).
000000     88  CalDimLeapYear VALUE "Y".
000000     88  CalDimNotLeapYear VALUE "N".
000000 2       CalDimBusinessFlag PIC X(1).
000000     88  CalDimBusinessDay VALUE "Y".
000000     88  CalDimNotBusinessDay VALUE "N".
000000*    祝日の名称(土日に当たる祝日もHOLIDFのとおり載せる)
000000 2       CalDimHolidayName PIC X(20).
000000 2       CalDimMonthEndFlag PIC X(1).
000000     88  CalDimMonthEnd VALUE "Y".
000000 2       CalDimQuarterEndFlag PIC X(1).
000000     88  CalDimQuarterEnd VALUE "Y".
000000 2       CalDimYearEndFlag PIC X(1).
000000     88  CalDimYearEnd VALUE "Y".
000000 2       CalDimRuleVersion PIC 9(5).
