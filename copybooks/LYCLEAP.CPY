000000*    閏年判定副プログラムの連絡領域(LeapYearEval)
000000*    要求種別 I=初期化(規則の読込みと版番号の取得のみ)
000000*             E=判定(LeapEvalYearの西暦１件を評価)
000000*             C=暦の指定(LeapEvalOldRuleToの年までは規則に
000000*               かかわらずユリウス暦の４年規則で判定する。
000000*               ０なら規則定義のとおり)
000000*    規則はRULESF(無ければ組込み既定)から読み込まれ、
000000*    判定結果と２月日数・年間日数・適用規則を返す
000000 1   LeapEvalArea.
000000 2       LeapEvalRequest PIC X(1).
000000     88  LeapEvalInit VALUE "I".
000000     88  LeapEvalCompute VALUE "E".
000000     88  LeapEvalCalendar VALUE "C".
000000 2       LeapEvalYear PIC 9(5).
000000 2       LeapEvalLeapFlag PIC X(1).
000000     88  LeapEvalIsLeapYear VALUE "Y".
000000 2       LeapEvalRulesSeen PIC 9(2).
000000 2       LeapEvalDefaultsUsed PIC X(1).
000000     88  LeapEvalOnDefaults VALUE "Y".
000000 2       LeapEvalOldRuleTo PIC 9(5).
