000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. DeptCharge.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    混在処理が依頼ごとに返した応答ファイル(課金の元)
000000     SELECT ResponseFile ASSIGN TO "RESPOUT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ResponseFileStatus.
000000*    運用担当が保守する課金単価ファイル
000000     SELECT ChargeRateFile ASSIGN TO "RATES"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ChargeRateFileStatus.
000000*    総勘定元帳へ渡す部署別課金ファイル
000000     SELECT ChargebackFile ASSIGN TO "CHGBACK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ChargebackFileStatus.
000000*    部署ごとに印刷する課金明細書ファイル
000000     SELECT StatementFile ASSIGN TO "CHGSTMT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS StatementFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ResponseFile.
000000 COPY LYCRESP.
000000 FD  ChargeRateFile.
000000 COPY LYCRATE.
000000 FD  ChargebackFile.
000000 COPY LYCCHGB.
000000 FD  StatementFile.
000000 1   StatementLine PIC X(80).
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   ChargeFileWork.
000000 2       ResponseFileStatus PIC X(2).
000000 2       ChargeRateFileStatus PIC X(2).
000000 2       ChargebackFileStatus PIC X(2).
000000 2       StatementFileStatus PIC X(2).
000000 2       ResponseEof PIC X(1).
000000     88  ResponseAtEnd VALUE "Y".
000000 2       RateEof PIC X(1).
000000     88  RateAtEnd VALUE "Y".
000000
000000*    表示言語の切替え(Program.cobのLanguageFlagと同じ流儀)
000000 1   LanguageFlag PIC X(1) VALUE "J".
000000     88  LanguageJapanese VALUE "J".
000000     88  LanguageEnglish VALUE "E".
000000
000000*    起動時にCOMMAND-LINEから受け取るPARM相当の文字列
000000 COPY LYCPARM.
000000
000000*    起動指定の解析で使用する作業領域
000000 1   ParmControl.
000000 2       ParmPointer PIC 9(4).
000000 2       ParmToken PIC X(20).
000000 2       ParmTokenKey PIC X(10).
000000 2       ParmTokenVal PIC X(10).
000000
000000*    請求月(MONTH=、指定が無ければ前月)と比較する前月
000000 1   MonthWork.
000000 2       BillMonth PIC 9(6).
000000 2       BillMonthText PIC X(6).
000000 2       PriorMonth PIC 9(6).
000000 2       MonthYear PIC 9(4).
000000 2       MonthNumber PIC 9(2).
000000 2       TodayDate PIC 9(8).
000000 2       ResponseMonth PIC 9(6).
000000
000000*    依頼種別の並び(Y=年 D=日付 R=範囲 Q=照会 *=その他)
000000 1   TypeCodeValues PIC X(5) VALUE "YDRQ*".
000000 1   TypeCodeTable REDEFINES TypeCodeValues.
000000 2       TypeCode PIC X(1) OCCURS 5.
000000
000000*    部署別・種別別の件数表(当月と前月、受付と却下)
000000 1   DeptTable.
000000 2       DeptEntry OCCURS 100.
000000 3           DeptCode PIC X(4).
000000 3           DeptTypeEntry OCCURS 5.
000000 4               CurAccepted PIC 9(9).
000000 4               CurRejected PIC 9(9).
000000 4               PrevAccepted PIC 9(9).
000000 4               PrevRejected PIC 9(9).
000000 1   DeptUsed PIC 9(3).
000000 1   DeptHold PIC X(184).
000000
000000*    件数表の走査と並べ替えで使用する作業領域
000000 1   TallyWork.
000000 2       DeptIndex PIC 9(3).
000000 2       SortIndex PIC 9(3).
000000 2       TypeIndex PIC 9(1).
000000 2       DeptFound PIC X(1).
000000     88  DeptEntryFound VALUE "Y".
000000 2       DeptDropped PIC 9(9).
000000 2       PriorRequestKey PIC X(13).
000000 2       RequestKey PIC X(13).
000000 2       ResponseReadCount PIC 9(9).
000000
000000*    課金単価の作業テーブル
000000 1   RateTable.
000000 2       RateEntry OCCURS 200.
000000 3           TableEffMonth PIC 9(6).
000000 3           TableDept PIC X(4).
000000 3           TableType PIC X(1).
000000 3           TableAccepted PIC 9(5)V99.
000000 3           TableRejected PIC 9(5)V99.
000000 1   RateUsed PIC 9(3).
000000 1   RateIndex PIC 9(3).
000000
000000*    単価の引当て結果
000000 1   RateLookup.
000000 2       LookupType PIC X(1).
000000 2       BestIndex PIC 9(3).
000000 2       BestDeptSpecific PIC X(1).
000000     88  BestIsDeptSpecific VALUE "Y".
000000 2       RateFound PIC X(1).
000000     88  RateEntryFound VALUE "Y".
000000 2       UseAcceptedRate PIC 9(5)V99.
000000 2       UseRejectedRate PIC 9(5)V99.
000000
000000*    金額と件数の集計
000000 1   ChargeTotals.
000000 2       LineAcceptedAmount PIC 9(9)V99.
000000 2       LineRejectedAmount PIC 9(9)V99.
000000 2       DeptAmount PIC 9(11)V99.
000000 2       DeptCurVolume PIC 9(9).
000000 2       DeptPrevVolume PIC 9(9).
000000 2       VolumeChange PIC S9(9).
000000 2       VolumePercent PIC S9(5)V9.
000000 2       GrandAmount PIC 9(11)V99.
000000 2       GrandAccepted PIC 9(9).
000000 2       GrandRejected PIC 9(9).
000000 2       ChargeLines PIC 9(5).
000000 2       MissingRateCount PIC 9(5).
000000 2       ChargeSeverity PIC 9(2).
000000
000000*    明細書１行分の編集領域
000000 1   ReportWork.
000000 2       ReportBuffer PIC X(80).
000000 2       TypeName PIC X(10).
000000 2       EditedCount PIC ZZZZZZZZ9.
000000 2       EditedRate PIC ZZZZ9.99.
000000 2       EditedAmount PIC ZZZ,ZZZ,ZZ9.99.
000000 2       EditedTotal PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000000 2       EditedPrevCount PIC ZZZZZZZZ9.
000000 2       EditedChange PIC +ZZZZZZZZ9.
000000 2       EditedPercent PIC +ZZZZ9.9.
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000     ACCEPT ParmText FROM COMMAND-LINE.
000000     COMPUTE ParmLength =
000000         FUNCTION LENGTH(FUNCTION TRIM(ParmText)).
000000     IF ParmText = SPACES THEN
000000         MOVE 0 TO ParmLength
000000     END-IF.
000000
000000*    既定の請求月は締め終わった前月
000000     ACCEPT TodayDate FROM DATE YYYYMMDD.
000000     MOVE TodayDate(1:6) TO BillMonth.
000000     PERFORM StepBackMonth.
000000     MOVE PriorMonth TO BillMonth.
000000
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000     END-IF.
000000
000000     PERFORM StepBackMonth.
000000     MOVE 0 TO ChargeSeverity.
000000
000000     PERFORM LoadRateTable.
000000     IF ChargeRateFileStatus = "35" THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "RATES not found; nothing was billed."
000000         ELSE
000000             DISPLAY "RATESが見つからないため"
000000             DISPLAY "課金を中止しました。"
000000         END-IF
000000         MOVE 12 TO AlertRequestSeverity
000000         PERFORM RaiseCompletionAlert
000000         MOVE 12 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000
000000     PERFORM ReadResponseFile.
000000     PERFORM SortDeptTable.
000000
000000     MOVE 0 TO GrandAmount.
000000     MOVE 0 TO GrandAccepted.
000000     MOVE 0 TO GrandRejected.
000000     MOVE 0 TO ChargeLines.
000000     MOVE 0 TO MissingRateCount.
000000
000000     OPEN OUTPUT ChargebackFile.
000000     OPEN OUTPUT StatementFile.
000000     PERFORM VARYING DeptIndex FROM 1 BY 1
000000         UNTIL DeptIndex > DeptUsed
000000         PERFORM WriteDeptStatement
000000     END-PERFORM.
000000     PERFORM WriteChargeTrailer.
000000     PERFORM WriteStatementTotals.
000000     CLOSE ChargebackFile.
000000     CLOSE StatementFile.
000000
000000     MOVE GrandAmount TO EditedTotal.
000000     IF LanguageEnglish THEN
000000         DISPLAY "Billing month " BillMonth
000000             " total " EditedTotal
000000         DISPLAY "Chargeback written to CHGBACK,"
000000             " statements to CHGSTMT."
000000     ELSE
000000         DISPLAY "請求月 " BillMonth " 合計 " EditedTotal
000000         DISPLAY "課金をCHGBACKへ、明細書を"
000000         DISPLAY "CHGSTMTへ出力しました。"
000000     END-IF.
000000
000000*    単価の無い種別があれば金額0で計上を保留したことを
000000*    警告完了で知らせる。部署数の上限超過は取りこぼしが
000000*    あるため、より重くする
000000     IF MissingRateCount > 0 THEN
000000         MOVE 4 TO ChargeSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Types without a rate: " MissingRateCount
000000         ELSE
000000             DISPLAY "単価の無い種別: " MissingRateCount
000000         END-IF
000000     END-IF.
000000     IF DeptDropped > 0 THEN
000000         MOVE 8 TO ChargeSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Requests not billed (department"
000000                 " table full): " DeptDropped
000000         ELSE
000000             DISPLAY "部署表が一杯で課金できな"
000000             DISPLAY "かった依頼: " DeptDropped
000000         END-IF
000000     END-IF.
000000
000000     MOVE ChargeSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE ChargeSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、MONTH=・LANG=
000000*    の指定を反映する
000000 ParseParm.
000000
000000     MOVE 1 TO ParmPointer.
000000     PERFORM UNTIL ParmPointer > ParmLength
000000         MOVE SPACES TO ParmToken
000000         UNSTRING ParmText DELIMITED BY SPACE
000000             INTO ParmToken
000000             WITH POINTER ParmPointer
000000         END-UNSTRING
000000         IF ParmToken NOT = SPACES THEN
000000             PERFORM ParseParmToken
000000         END-IF
000000     END-PERFORM.
000000
000000*    KEY=VALUE形式のトークン１件を該当項目へ反映する
000000 ParseParmToken.
000000
000000     MOVE SPACES TO ParmTokenKey.
000000     MOVE SPACES TO ParmTokenVal.
000000     UNSTRING ParmToken DELIMITED BY "="
000000         INTO ParmTokenKey, ParmTokenVal
000000     END-UNSTRING.
000000
000000     EVALUATE ParmTokenKey
000000         WHEN "MONTH"
000000             MOVE ParmTokenVal(1:6) TO BillMonthText
000000             IF BillMonthText IS NUMERIC THEN
000000                 MOVE BillMonthText TO BillMonth
000000             END-IF
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    BillMonthの前月をPriorMonthに求める
000000 StepBackMonth.
000000
000000     MOVE BillMonth(1:4) TO MonthYear.
000000     MOVE BillMonth(5:2) TO MonthNumber.
000000     IF MonthNumber <= 1 THEN
000000         SUBTRACT 1 FROM MonthYear
000000         MOVE 12 TO MonthNumber
000000     ELSE
000000         SUBTRACT 1 FROM MonthNumber
000000     END-IF.
000000     COMPUTE PriorMonth = MonthYear * 100 + MonthNumber.
000000
000000*    課金単価ファイルを先頭から読み込み、RateTableへ積み
000000*    上げる
000000 LoadRateTable.
000000
000000     MOVE 0 TO RateUsed.
000000     OPEN INPUT ChargeRateFile.
000000     IF ChargeRateFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO RateEof.
000000     PERFORM UNTIL RateAtEnd
000000         READ ChargeRateFile
000000             AT END
000000                 MOVE "Y" TO RateEof
000000             NOT AT END
000000                 IF RateEffMonth IS NUMERIC AND
000000                     RateAcceptedAmount IS NUMERIC AND
000000                     RateRejectedAmount IS NUMERIC AND
000000                     RateUsed < 200 THEN
000000                     ADD 1 TO RateUsed
000000                     MOVE ChargeRateRecord
000000                         TO RateEntry(RateUsed)
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE ChargeRateFile.
000000
000000*    応答ファイルを１件ずつ読み、請求月と前月の依頼を
000000*    部署別・種別別に数える。範囲依頼は年ごとに応答が
000000*    並ぶので、同じ依頼ＩＤ・部署・種別が続く間は１件と
000000*    数える
000000 ReadResponseFile.
000000
000000     MOVE 0 TO DeptUsed.
000000     MOVE 0 TO DeptDropped.
000000     MOVE 0 TO ResponseReadCount.
000000     MOVE SPACES TO PriorRequestKey.
000000
000000     OPEN INPUT ResponseFile.
000000     IF ResponseFileStatus = "35" THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "RESPOUT not found; no requests."
000000         ELSE
000000             DISPLAY "RESPOUTが見つからないため"
000000             DISPLAY "依頼は０件です。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO ResponseEof.
000000     PERFORM UNTIL ResponseAtEnd
000000         READ ResponseFile
000000             AT END
000000                 MOVE "Y" TO ResponseEof
000000             NOT AT END
000000                 ADD 1 TO ResponseReadCount
000000                 STRING ResponseId ResponseDept ResponseType
000000                     DELIMITED BY SIZE INTO RequestKey
000000                 IF RequestKey NOT = PriorRequestKey THEN
000000                     PERFORM TallyResponse
000000                 END-IF
000000                 MOVE RequestKey TO PriorRequestKey
000000         END-READ
000000     END-PERFORM.
000000     CLOSE ResponseFile.
000000
000000*    依頼１件を部署・種別の欄へ数える(請求月と前月以外は
000000*    読み飛ばす)
000000 TallyResponse.
000000
000000     IF ResponseTimestamp(1:6) IS NOT NUMERIC THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE ResponseTimestamp(1:6) TO ResponseMonth.
000000     IF ResponseMonth NOT = BillMonth AND
000000         ResponseMonth NOT = PriorMonth THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO DeptFound.
000000     PERFORM VARYING DeptIndex FROM 1 BY 1
000000         UNTIL DeptIndex > DeptUsed
000000         IF DeptCode(DeptIndex) = ResponseDept THEN
000000             MOVE "Y" TO DeptFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF NOT DeptEntryFound THEN
000000         IF DeptUsed >= 100 THEN
000000             IF ResponseMonth = BillMonth THEN
000000                 ADD 1 TO DeptDropped
000000             END-IF
000000             EXIT PARAGRAPH
000000         END-IF
000000         ADD 1 TO DeptUsed
000000         MOVE DeptUsed TO DeptIndex
000000         INITIALIZE DeptEntry(DeptIndex)
000000         MOVE ResponseDept TO DeptCode(DeptIndex)
000000     END-IF.
000000
000000     MOVE 5 TO TypeIndex.
000000     PERFORM VARYING SortIndex FROM 1 BY 1
000000         UNTIL SortIndex > 4
000000         IF TypeCode(SortIndex) = ResponseType THEN
000000             MOVE SortIndex TO TypeIndex
000000         END-IF
000000     END-PERFORM.
000000
000000     EVALUATE TRUE
000000         WHEN ResponseMonth = BillMonth AND ResponseRejected
000000             ADD 1 TO CurRejected(DeptIndex, TypeIndex)
000000         WHEN ResponseMonth = BillMonth
000000             ADD 1 TO CurAccepted(DeptIndex, TypeIndex)
000000         WHEN ResponseRejected
000000             ADD 1 TO PrevRejected(DeptIndex, TypeIndex)
000000         WHEN OTHER
000000             ADD 1 TO PrevAccepted(DeptIndex, TypeIndex)
000000     END-EVALUATE.
000000
000000*    部署表を部署コードの昇順に並べ替える(明細書と課金
000000*    ファイルを部署順にするため)
000000 SortDeptTable.
000000
000000     PERFORM VARYING DeptIndex FROM 1 BY 1
000000         UNTIL DeptIndex >= DeptUsed
000000         PERFORM VARYING SortIndex FROM DeptIndex BY 1
000000             UNTIL SortIndex > DeptUsed
000000             IF DeptCode(SortIndex) < DeptCode(DeptIndex) THEN
000000                 MOVE DeptEntry(DeptIndex) TO DeptHold
000000                 MOVE DeptEntry(SortIndex)
000000                     TO DeptEntry(DeptIndex)
000000                 MOVE DeptHold TO DeptEntry(SortIndex)
000000             END-IF
000000         END-PERFORM
000000     END-PERFORM.
000000
000000*    部署１件分の明細書を書き、当月に依頼のあった種別
000000*    ごとに課金レコードを書き出す。最後に部署合計と前月
000000*    からの件数の増減を載せる
000000 WriteDeptStatement.
000000
000000     MOVE 0 TO DeptAmount.
000000     MOVE 0 TO DeptCurVolume.
000000     MOVE 0 TO DeptPrevVolume.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     PERFORM WriteStatementLine.
000000     IF LanguageEnglish THEN
000000         STRING "CHARGEBACK STATEMENT " BillMonth
000000             "  DEPT " DeptCode(DeptIndex)
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "課金明細書 " BillMonth
000000             "  部署 " DeptCode(DeptIndex)
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000     PERFORM VARYING TypeIndex FROM 1 BY 1
000000         UNTIL TypeIndex > 5
000000         ADD CurAccepted(DeptIndex, TypeIndex)
000000             CurRejected(DeptIndex, TypeIndex)
000000             TO DeptCurVolume
000000         ADD PrevAccepted(DeptIndex, TypeIndex)
000000             PrevRejected(DeptIndex, TypeIndex)
000000             TO DeptPrevVolume
000000         IF CurAccepted(DeptIndex, TypeIndex) > 0 OR
000000             CurRejected(DeptIndex, TypeIndex) > 0 THEN
000000             PERFORM ChargeOneType
000000         END-IF
000000     END-PERFORM.
000000
000000     MOVE DeptAmount TO EditedTotal.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  DEPT TOTAL " EditedTotal
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  部署合計 " EditedTotal
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000     PERFORM WriteVolumeChange.
000000
000000*    部署・種別１件に単価を当てて金額を求め、課金レコード
000000*    と明細書の２行(受付・却下)を書き出す
000000 ChargeOneType.
000000
000000     MOVE TypeCode(TypeIndex) TO LookupType.
000000     PERFORM FindRate.
000000     IF NOT RateEntryFound AND LookupType NOT = "*" THEN
000000         MOVE "*" TO LookupType
000000         PERFORM FindRate
000000     END-IF.
000000
000000     IF RateEntryFound THEN
000000         MOVE TableAccepted(BestIndex) TO UseAcceptedRate
000000         MOVE TableRejected(BestIndex) TO UseRejectedRate
000000     ELSE
000000         MOVE 0 TO UseAcceptedRate
000000         MOVE 0 TO UseRejectedRate
000000         ADD 1 TO MissingRateCount
000000     END-IF.
000000
000000     COMPUTE LineAcceptedAmount =
000000         CurAccepted(DeptIndex, TypeIndex) * UseAcceptedRate.
000000     COMPUTE LineRejectedAmount =
000000         CurRejected(DeptIndex, TypeIndex) * UseRejectedRate.
000000     ADD LineAcceptedAmount LineRejectedAmount TO DeptAmount.
000000     ADD LineAcceptedAmount LineRejectedAmount TO GrandAmount.
000000     ADD CurAccepted(DeptIndex, TypeIndex) TO GrandAccepted.
000000     ADD CurRejected(DeptIndex, TypeIndex) TO GrandRejected.
000000
000000     INITIALIZE ChargebackRecord.
000000     SET ChargeDetail TO TRUE.
000000     MOVE BillMonth TO ChargeMonth.
000000     MOVE DeptCode(DeptIndex) TO ChargeDept.
000000     MOVE TypeCode(TypeIndex) TO ChargeType.
000000     MOVE CurAccepted(DeptIndex, TypeIndex)
000000         TO ChargeAcceptedCount.
000000     MOVE CurRejected(DeptIndex, TypeIndex)
000000         TO ChargeRejectedCount.
000000     MOVE LineAcceptedAmount TO ChargeAcceptedAmount.
000000     MOVE LineRejectedAmount TO ChargeRejectedAmount.
000000     COMPUTE ChargeTotalAmount =
000000         LineAcceptedAmount + LineRejectedAmount.
000000     IF RateEntryFound THEN
000000         MOVE "Y" TO ChargeRateFound
000000     ELSE
000000         MOVE "N" TO ChargeRateFound
000000     END-IF.
000000     MOVE 0 TO ChargeLineCount.
000000     WRITE ChargebackRecord.
000000     ADD 1 TO ChargeLines.
000000
000000     PERFORM SetTypeName.
000000     MOVE CurAccepted(DeptIndex, TypeIndex) TO EditedCount.
000000     MOVE UseAcceptedRate TO EditedRate.
000000     MOVE LineAcceptedAmount TO EditedAmount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  " TypeName " ACCEPTED " EditedCount
000000             " @" EditedRate " " EditedAmount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  " TypeName " 受付 " EditedCount
000000             " @" EditedRate " " EditedAmount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000     MOVE CurRejected(DeptIndex, TypeIndex) TO EditedCount.
000000     MOVE UseRejectedRate TO EditedRate.
000000     MOVE LineRejectedAmount TO EditedAmount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  " TypeName " REJECTED " EditedCount
000000             " @" EditedRate " " EditedAmount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  " TypeName " 却下 " EditedCount
000000             " @" EditedRate " " EditedAmount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000     IF NOT RateEntryFound THEN
000000         IF LanguageEnglish THEN
000000             MOVE "    NO RATE IN RATES; HELD AT ZERO"
000000                 TO ReportBuffer
000000         ELSE
000000             MOVE "    RATESに単価が無いため0円で保留"
000000                 TO ReportBuffer
000000         END-IF
000000         PERFORM WriteStatementLine
000000     END-IF.
000000
000000*    LookupTypeの単価を探す。部署指定の行を全部署共通の
000000*    行より優先し、同じ扱いの行の中では請求月以前で最も
000000*    新しい適用開始年月の行を使う
000000 FindRate.
000000
000000     MOVE "N" TO RateFound.
000000     MOVE "N" TO BestDeptSpecific.
000000     MOVE 0 TO BestIndex.
000000     PERFORM VARYING RateIndex FROM 1 BY 1
000000         UNTIL RateIndex > RateUsed
000000         IF TableType(RateIndex) = LookupType AND
000000             TableEffMonth(RateIndex) <= BillMonth THEN
000000             EVALUATE TRUE
000000                 WHEN TableDept(RateIndex) = DeptCode(DeptIndex)
000000                     IF NOT BestIsDeptSpecific OR
000000                         TableEffMonth(RateIndex) >
000000                         TableEffMonth(BestIndex) THEN
000000                         MOVE RateIndex TO BestIndex
000000                         MOVE "Y" TO BestDeptSpecific
000000                         MOVE "Y" TO RateFound
000000                     END-IF
000000                 WHEN TableDept(RateIndex) = SPACES
000000                     IF NOT BestIsDeptSpecific THEN
000000                         IF NOT RateEntryFound THEN
000000                             MOVE RateIndex TO BestIndex
000000                             MOVE "Y" TO RateFound
000000                         ELSE
000000                             IF TableEffMonth(RateIndex) >
000000                                 TableEffMonth(BestIndex) THEN
000000                                 MOVE RateIndex TO BestIndex
000000                             END-IF
000000                         END-IF
000000                     END-IF
000000             END-EVALUATE
000000         END-IF
000000     END-PERFORM.
000000
000000*    種別コードを明細書の表示名にする
000000 SetTypeName.
000000
000000     IF LanguageEnglish THEN
000000         EVALUATE TypeIndex
000000             WHEN 1
000000                 MOVE "YEAR" TO TypeName
000000             WHEN 2
000000                 MOVE "DATE" TO TypeName
000000             WHEN 3
000000                 MOVE "RANGE" TO TypeName
000000             WHEN 4
000000                 MOVE "INQUIRY" TO TypeName
000000             WHEN OTHER
000000                 MOVE "OTHER" TO TypeName
000000         END-EVALUATE
000000     ELSE
000000         EVALUATE TypeIndex
000000             WHEN 1
000000                 MOVE "年" TO TypeName
000000             WHEN 2
000000                 MOVE "日付" TO TypeName
000000             WHEN 3
000000                 MOVE "範囲" TO TypeName
000000             WHEN 4
000000                 MOVE "照会" TO TypeName
000000             WHEN OTHER
000000                 MOVE "その他" TO TypeName
000000         END-EVALUATE
000000     END-IF.
000000
000000*    部署の当月と前月の依頼件数、その増減と増減率を書く
000000 WriteVolumeChange.
000000
000000     MOVE DeptCurVolume TO EditedCount.
000000     MOVE DeptPrevVolume TO EditedPrevCount.
000000     COMPUTE VolumeChange = DeptCurVolume - DeptPrevVolume.
000000     MOVE VolumeChange TO EditedChange.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  REQUESTS THIS MONTH " EditedCount
000000             " LAST MONTH " EditedPrevCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  依頼件数 当月 " EditedCount
000000             " 前月 " EditedPrevCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF DeptPrevVolume > 0 THEN
000000         COMPUTE VolumePercent ROUNDED =
000000             VolumeChange * 100 / DeptPrevVolume
000000         MOVE VolumePercent TO EditedPercent
000000         IF LanguageEnglish THEN
000000             STRING "  CHANGE " EditedChange
000000                 " (" EditedPercent "%)"
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         ELSE
000000             STRING "  増減 " EditedChange
000000                 " (" EditedPercent "%)"
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         END-IF
000000     ELSE
000000         IF LanguageEnglish THEN
000000             STRING "  CHANGE " EditedChange
000000                 " (NO REQUESTS LAST MONTH)"
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         ELSE
000000             STRING "  増減 " EditedChange
000000                 " (前月の依頼なし)"
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         END-IF
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000*    課金ファイルの最後に件数と金額の合計を持つトレーラを
000000*    書く(総勘定元帳側で明細の欠落を検出できるように)
000000 WriteChargeTrailer.
000000
000000     INITIALIZE ChargebackRecord.
000000     SET ChargeTrailer TO TRUE.
000000     MOVE BillMonth TO ChargeMonth.
000000     MOVE GrandAccepted TO ChargeAcceptedCount.
000000     MOVE GrandRejected TO ChargeRejectedCount.
000000     MOVE GrandAmount TO ChargeTotalAmount.
000000     IF MissingRateCount > 0 THEN
000000         MOVE "N" TO ChargeRateFound
000000     ELSE
000000         MOVE "Y" TO ChargeRateFound
000000     END-IF.
000000     MOVE ChargeLines TO ChargeLineCount.
000000     WRITE ChargebackRecord.
000000
000000*    明細書の最後に全部署の合計を書く
000000 WriteStatementTotals.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     PERFORM WriteStatementLine.
000000     MOVE GrandAmount TO EditedTotal.
000000     IF LanguageEnglish THEN
000000         STRING "ALL DEPARTMENTS " BillMonth
000000             " TOTAL " EditedTotal
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "全部署 " BillMonth
000000             " 合計 " EditedTotal
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000     MOVE GrandAccepted TO EditedCount.
000000     MOVE GrandRejected TO EditedPrevCount.
000000     IF LanguageEnglish THEN
000000         STRING "  ACCEPTED " EditedCount
000000             " REJECTED " EditedPrevCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  受付 " EditedCount
000000             " 却下 " EditedPrevCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteStatementLine.
000000
000000*    編集済みの１行を明細書ファイルへ書き出す
000000 WriteStatementLine.
000000
000000     WRITE StatementLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "DeptCharge" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
