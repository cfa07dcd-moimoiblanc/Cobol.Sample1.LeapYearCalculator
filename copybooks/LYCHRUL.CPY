000000*    祝日規則レコード(HOLIDAY-RULE-FILE)
000000*    祝日カレンダー生成(HolidayGen)が１年分のHOLIDFを
000000*    組み立てるための規則。種別ごとに使う項目が異なる
000000*      F=固定日(月・日)
000000*      N=第ｎ曜日(月・週番号・曜日 1=日曜〜7=土曜)
000000*      V=春分日(３月) A=秋分日(９月)。日は計算で求める
000000*      S=振替休日を設ける(名称のみ使用)
000000*      C=国民の休日を設ける(名称のみ使用)
000000*    適用開始年・終了年で規則の有効期間を限る(0=無期限)
000000 1   HolidayRuleRecord.
000000 2       HolRuleKind PIC X(1).
000000     88  HolRuleFixed VALUE "F".
000000     88  HolRuleNthWeekday VALUE "N".
000000     88  HolRuleVernal VALUE "V".
000000     88  HolRuleAutumnal VALUE "A".
000000     88  HolRuleSubstitute VALUE "S".
000000     88  HolRuleCitizens VALUE "C".
000000 2       HolRuleMonth PIC 9(2).
000000 2       HolRuleDay PIC 9(2).
000000 2       HolRuleNth PIC 9(1).
000000 2       HolRuleWeekday PIC 9(1).
000000 2       HolRuleFromYear PIC 9(5).
000000 2       HolRuleToYear PIC 9(5).
000000 2       HolRuleName PIC X(20).
