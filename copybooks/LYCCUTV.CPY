000000*    改暦表レコード(CUTOVER-FILE)
000000*    暦コードごとにユリウス暦(旧暦)の最終日とグレゴリオ暦
000000*    の初日を持つ。両日の間の日付は存在しない(欠日)。
000000*    欠日は１年の中に収まること(年末で終わる場合は新暦
000000*    の初日を翌年１月１日とする)
000000*    旧暦の規則 J=改暦の前年までユリウス暦の４年規則
000000*               G=規則定義のとおり(旧暦の閏年補正なし)
000000 1   CutoverRecord.
000000 2       CutoverCode PIC X(2).
000000 2       CutoverLastOld PIC 9(8).
000000 2       CutoverFirstNew PIC 9(8).
000000 2       CutoverOldRule PIC X(1).
000000     88  CutoverOldJulian VALUE "J".
000000     88  CutoverOldGregorian VALUE "G".
000000 2       CutoverName PIC X(20).
