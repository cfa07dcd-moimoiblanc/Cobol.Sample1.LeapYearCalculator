000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. SecReport.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    保守プログラム(OperAuth)が追記した権限違反記録
000000     SELECT SecurityViolationFile ASSIGN TO "SECVIOL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SecurityViolationFileStatus.
000000*    セキュリティ担当へ週次で送る権限違反報告書ファイル
000000     SELECT SecurityReportFile ASSIGN TO "SECRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SecurityReportFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SecurityViolationFile.
000000 COPY LYCSVIO.
000000 FD  SecurityReportFile.
000000 1   SecurityReportLine PIC X(80).
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   SecFileWork.
000000 2       SecurityViolationFileStatus PIC X(2).
000000 2       SecurityReportFileStatus PIC X(2).
000000 2       ViolationEof PIC X(1).
000000     88  ViolationAtEnd VALUE "Y".
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
000000*    報告対象期間(DATE=で指定した日までのDAYS=日間。指定
000000*    が無ければ当日までの７日間)
000000 1   PeriodWork.
000000 2       PeriodEnd PIC 9(8).
000000 2       PeriodEndText PIC X(8).
000000 2       PeriodStart PIC 9(8).
000000 2       PeriodDays PIC 9(3) VALUE 7.
000000 2       PeriodDaysText PIC X(3).
000000 2       EndInteger PIC 9(9).
000000 2       StartInteger PIC 9(9).
000000 2       ViolationDate PIC 9(8).
000000
000000*    操作者別の拒否件数の集計表
000000 1   OperatorTable.
000000 2       OperatorEntry OCCURS 50.
000000 3           OperatorId PIC X(8).
000000 3           OperatorTally PIC 9(9).
000000 1   OperatorUsed PIC 9(2).
000000
000000*    集計表の走査と期間内合計で使用する作業領域
000000 1   TallyWork.
000000 2       TallyIndex PIC 9(3).
000000 2       TallyFound PIC X(1).
000000     88  TallyEntryFound VALUE "Y".
000000 2       TallyDropped PIC 9(9).
000000 2       ViolationTotal PIC 9(9).
000000 2       NoProfileTotal PIC 9(9).
000000 2       ExpiredTotal PIC 9(9).
000000 2       NoFileTotal PIC 9(9).
000000 2       ReportSeverity PIC 9(2).
000000
000000*    報告書１行分の編集領域
000000 1   ReportWork.
000000 2       ReportBuffer PIC X(80).
000000 2       EditedTally PIC ZZZZZZZZ9.
000000 2       ReasonText PIC X(16).
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
000000     ACCEPT PeriodEnd FROM DATE YYYYMMDD.
000000
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000     END-IF.
000000
000000     IF PeriodDays = 0 THEN
000000         MOVE 7 TO PeriodDays
000000     END-IF.
000000     COMPUTE EndInteger = FUNCTION INTEGER-OF-DATE(PeriodEnd).
000000     COMPUTE StartInteger = EndInteger - PeriodDays + 1.
000000     COMPUTE PeriodStart =
000000         FUNCTION DATE-OF-INTEGER(StartInteger).
000000
000000     MOVE 0 TO OperatorUsed.
000000     MOVE 0 TO TallyDropped.
000000     MOVE 0 TO ViolationTotal.
000000     MOVE 0 TO NoProfileTotal.
000000     MOVE 0 TO ExpiredTotal.
000000     MOVE 0 TO NoFileTotal.
000000     MOVE 0 TO ReportSeverity.
000000
000000     OPEN OUTPUT SecurityReportFile.
000000     PERFORM WriteReportHeading.
000000     PERFORM ReadViolationFile.
000000     PERFORM WriteOperatorSection.
000000     PERFORM WriteReportTotals.
000000     CLOSE SecurityReportFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Violations in period: " ViolationTotal
000000         DISPLAY "Report written to SECRPT."
000000     ELSE
000000         DISPLAY "期間内の権限違反: " ViolationTotal
000000         DISPLAY "報告書をSECRPTへ出力しました。"
000000     END-IF.
000000
000000*    期間内に拒否が１件でもあれば警告完了とし、ジョブの
000000*    記録からも気付けるようにする
000000     IF ViolationTotal > 0 THEN
000000         MOVE 4 TO ReportSeverity
000000     END-IF.
000000
000000     MOVE ReportSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE ReportSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、DATE=・DAYS=・
000000*    LANG=の指定を反映する(Program.cobのParseParmと同じ
000000*    流儀)
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
000000         WHEN "DATE"
000000             MOVE ParmTokenVal(1:8) TO PeriodEndText
000000             IF PeriodEndText IS NUMERIC THEN
000000                 MOVE PeriodEndText TO PeriodEnd
000000             END-IF
000000         WHEN "DAYS"
000000             MOVE SPACES TO PeriodDaysText
000000             UNSTRING ParmTokenVal DELIMITED BY SPACE
000000                 INTO PeriodDaysText
000000             END-UNSTRING
000000             IF FUNCTION TRIM(PeriodDaysText) IS NUMERIC THEN
000000                 COMPUTE PeriodDays =
000000                     FUNCTION NUMVAL(PeriodDaysText)
000000             END-IF
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    報告書の見出しと明細の節見出しを書き出す
000000 WriteReportHeading.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "SECURITY VIOLATION REPORT " PeriodStart
000000             " - " PeriodEnd
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "権限違反報告書 " PeriodStart
000000             " - " PeriodEnd
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "REFUSALS" TO ReportBuffer
000000     ELSE
000000         MOVE "拒否の明細" TO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    権限違反記録を１件ずつ読み、期間内のものを明細として
000000*    書き出しながら集計する。記録が無ければ拒否は無かった
000000*    ものとして扱う
000000 ReadViolationFile.
000000
000000     OPEN INPUT SecurityViolationFile.
000000     IF SecurityViolationFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO ViolationEof.
000000     PERFORM UNTIL ViolationAtEnd
000000         READ SecurityViolationFile
000000             AT END
000000                 MOVE "Y" TO ViolationEof
000000             NOT AT END
000000                 IF ViolationStamp(1:8) IS NUMERIC THEN
000000                     MOVE ViolationStamp(1:8) TO ViolationDate
000000                     IF ViolationDate >= PeriodStart AND
000000                         ViolationDate <= PeriodEnd THEN
000000                         PERFORM TallyViolation
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE SecurityViolationFile.
000000
000000*    拒否１件を明細行へ書き出し、理由別・操作者別に数える
000000 TallyViolation.
000000
000000     ADD 1 TO ViolationTotal.
000000
000000     EVALUATE TRUE
000000         WHEN ViolationExpired
000000             ADD 1 TO ExpiredTotal
000000             IF LanguageEnglish THEN
000000                 MOVE "EXPIRED" TO ReasonText
000000             ELSE
000000                 MOVE "期限切れ" TO ReasonText
000000             END-IF
000000         WHEN ViolationNoFile
000000             ADD 1 TO NoFileTotal
000000             IF LanguageEnglish THEN
000000                 MOVE "NO OPERPRF" TO ReasonText
000000             ELSE
000000                 MOVE "OPERPRF無し" TO ReasonText
000000             END-IF
000000         WHEN OTHER
000000             ADD 1 TO NoProfileTotal
000000             IF LanguageEnglish THEN
000000                 MOVE "NOT PERMITTED" TO ReasonText
000000             ELSE
000000                 MOVE "権限なし" TO ReasonText
000000             END-IF
000000     END-EVALUATE.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     STRING "  " ViolationStamp(1:8)
000000         " " ViolationStamp(9:6)
000000         " " ViolationOperator
000000         " " ViolationProgram
000000         " " ViolationFunction
000000         " " ReasonText
000000         DELIMITED BY SIZE INTO ReportBuffer.
000000     PERFORM WriteReportLine.
000000
000000     MOVE "N" TO TallyFound.
000000     PERFORM VARYING TallyIndex FROM 1 BY 1
000000         UNTIL TallyIndex > OperatorUsed
000000         IF OperatorId(TallyIndex) = ViolationOperator THEN
000000             MOVE "Y" TO TallyFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF NOT TallyEntryFound THEN
000000         IF OperatorUsed < 50 THEN
000000             ADD 1 TO OperatorUsed
000000             MOVE OperatorUsed TO TallyIndex
000000             MOVE ViolationOperator TO OperatorId(TallyIndex)
000000             MOVE 0 TO OperatorTally(TallyIndex)
000000         ELSE
000000             ADD 1 TO TallyDropped
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF.
000000
000000     ADD 1 TO OperatorTally(TallyIndex).
000000
000000*    操作者別の拒否件数を書き出す
000000 WriteOperatorSection.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "REFUSALS BY OPERATOR" TO ReportBuffer
000000     ELSE
000000         MOVE "操作者別の拒否件数" TO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     PERFORM VARYING TallyIndex FROM 1 BY 1
000000         UNTIL TallyIndex > OperatorUsed
000000         MOVE OperatorTally(TallyIndex) TO EditedTally
000000         MOVE SPACES TO ReportBuffer
000000         STRING "  " OperatorId(TallyIndex)
000000             " " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000         PERFORM WriteReportLine
000000     END-PERFORM.
000000
000000     IF TallyDropped > 0 THEN
000000         MOVE TallyDropped TO EditedTally
000000         MOVE SPACES TO ReportBuffer
000000         IF LanguageEnglish THEN
000000             STRING "  OTHER OPERATORS " EditedTally
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         ELSE
000000             STRING "  その他の操作者 " EditedTally
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         END-IF
000000         PERFORM WriteReportLine
000000     END-IF.
000000
000000*    期間内の拒否件数の合計と理由別内訳を書き出す
000000 WriteReportTotals.
000000
000000     MOVE ViolationTotal TO EditedTally.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "REFUSALS IN PERIOD: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "期間内の拒否件数: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE NoProfileTotal TO EditedTally.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  NOT PERMITTED: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  権限なし: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE ExpiredTotal TO EditedTally.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  EXPIRED: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  期限切れ: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE NoFileTotal TO EditedTally.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  NO OPERPRF: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  OPERPRF無し: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    編集済みの１行を報告書ファイルへ書き出す
000000 WriteReportLine.
000000
000000     WRITE SecurityReportLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "SecReport" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
