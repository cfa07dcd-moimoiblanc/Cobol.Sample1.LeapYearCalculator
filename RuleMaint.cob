000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    FutureBabyMamaのAlgorithms表を差し替える規則定義
000000*    ファイルを一覧・照会し、有効/無効切替えを起票・承認
000000*    する保守機能。RULESFへの反映は承認済みの起票が適用日
000000*    に達した計算実行で行う
000000     SELECT RulesFile ASSIGN TO "RULESF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RulesFileStatus.
000000     SELECT RuleLockFile ASSIGN TO "RULESLK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RuleLockFileStatus.
000000*    起票１件につき１件を持つ規則変更の承認待ちファイル
000000     SELECT PendingRuleFile ASSIGN TO "RULESP"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PendingRuleFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RulesFile.
000000 COPY LYCRULE.
000000 FD  RuleLockFile.
000000 COPY LYCRLCK.
000000 FD  PendingRuleFile.
000000 COPY LYCRPND.
000000 WORKING-STORAGE SECTION.
000000
000000*    RULES-FILEの内容をまるごと保持する作業テーブル
000000*    ファイル入出力の作業領域
000000 1   RulesFileStatus PIC X(2).
000000 1   RuleLockFileStatus PIC X(2).
000000 1   PendingRuleFileStatus PIC X(2).
000000 1   RulesEof PIC X(1).
000000     88  RulesAtEnd VALUE "Y".
000000
000000     88  MaintList VALUE "L".
000000     88  MaintInspect VALUE "I".
000000     88  MaintToggle VALUE "T".
000000     88  MaintPending VALUE "P".
000000     88  MaintApprove VALUE "A".
000000     88  MaintExit VALUE "X".
000000 1   MaintDivisor PIC 9(3).
000000 1   MaintIndex PIC 9(2).
000000 1   MaintFound PIC X(1).
000000     88  MaintEntryFound VALUE "Y".
000000
000000*    操作者権限検査副プログラム(OperAuth)の連絡領域
000000 COPY LYCOAUT.
000000
000000*    規則ロックと版管理の作業領域
000000 1   LockWork.
000000     88  RulesLockBusy VALUE "Y".
000000 2       LockDate PIC 9(8).
000000 2       LockTime PIC 9(8).
000000
000000*    起票時の変更前後のRuleRecordの写し
000000 1   ImageWork.
000000 2       OldImageWork PIC X(37).
000000 2       NewImageWork PIC X(37).
000000
000000*    承認待ちファイルの内容をまるごと保持する作業テーブル
000000*    (RuleTableと同じく、更新のたびに全件を読み込み直して
000000*    からファイルを再生成する)
000000 1   PendingTable.
000000 2       PendingSlot OCCURS 200 PIC X(160).
000000 2       PendingUsed PIC 9(3).
000000 2       PendingIndex PIC 9(3).
000000 2       PendingHighId PIC 9(5).
000000 2       PendingOverflow PIC X(1).
000000     88  PendingTableFull VALUE "Y".
000000 2       PendingOpenFound PIC X(1).
000000     88  PendingOpenExists VALUE "Y".
000000 2       PendingIdFound PIC X(1).
000000     88  PendingIdExists VALUE "Y".
000000
000000*    起票・承認の入力と判断の作業領域
000000 1   ApprovalWork.
000000 2       OperatorId PIC X(8).
000000 2       TodayDate PIC 9(8).
000000 2       EffDateText PIC X(8).
000000 2       EffDateValue PIC 9(8).
000000 2       EffDateParts REDEFINES EffDateValue.
000000 3           EffDateYear PIC 9(4).
000000 3           EffDateMonth PIC 9(2).
000000 3           EffDateDay PIC 9(2).
000000 2       EffDateState PIC X(1).
000000     88  EffDateAccepted VALUE "Y".
000000 2       PendingIdText PIC X(5).
000000 2       PendingIdWanted PIC 9(5).
000000 2       DecisionText PIC X(1).
000000     88  DecisionApprove VALUE "A".
000000     88  DecisionReject VALUE "R".
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000     DISPLAY "入力して下さい"
000000     ACCEPT LanguageFlag.
000000
000000*    操作者権限プロファイルで起動の可否を調べる
000000     MOVE "RuleMaint" TO OperAuthProgram.
000000     MOVE SPACE TO OperAuthFunction.
000000     CALL "OperAuth" USING OperAuthArea.
000000     IF NOT OperAuthGranted THEN
000000         PERFORM ShowAuthRefused
000000         MOVE 12 TO AlertRequestSeverity
000000         PERFORM RaiseCompletionAlert
000000         MOVE 12 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000
000000     PERFORM LoadRuleTable.
000000
000000     MOVE SPACES TO MaintCommand.
000000     PERFORM UNTIL MaintExit
000000         IF LanguageEnglish THEN
000000             DISPLAY "Rule maint (L=List I=Inspect"
000000             DISPLAY " T=Toggle P=Pending A=Approve"
000000             DISPLAY " X=Exit): "
000000         ELSE
000000             DISPLAY "規則保守(L=一覧 I=照会"
000000             DISPLAY " T=有効/無効切替の起票"
000000             DISPLAY " P=処理待ち一覧 A=承認/却下"
000000             DISPLAY " X=終了)を入力して下さい"
000000         END-IF
000000         ACCEPT MaintCommand
000000                 PERFORM InspectRule
000000             WHEN MaintToggle
000000                 PERFORM ToggleRule
000000             WHEN MaintPending
000000                 PERFORM ListPending
000000             WHEN MaintApprove
000000                 PERFORM ApproveChange
000000             WHEN MaintExit
000000                 CONTINUE
000000             WHEN OTHER
000000         END-IF
000000     END-IF.
000000
000000*    除数を指定して規則１件の有効/無効切替えを起票する。
000000*    RULESFは書き換えず、変更前後の写しと適用日を承認待ち
000000*    ファイルへ追記する。反映は別の操作者の承認後、適用日
000000*    に達した計算実行で行われる
000000 ToggleRule.
000000
000000     PERFORM CheckFunctionAuth.
000000     IF NOT OperAuthGranted THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Enter the divisor to toggle: "
000000     ELSE
000000     ACCEPT MaintDivisor.
000000
000000     PERFORM FindRuleByDivisor.
000000     IF NOT MaintEntryFound THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "No rule matches that divisor."
000000         ELSE
000000             DISPLAY "該当する除数がありません。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM LoadPendingTable.
000000     PERFORM FindOpenPending.
000000     IF PendingOpenExists THEN
000000         PERFORM ShowAlreadyPending
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM AskEffectiveDate.
000000     IF NOT EffDateAccepted THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM CheckRulesLock.
000000     IF RulesLockBusy THEN
000000         PERFORM ShowRulesLockBusy
000000     ELSE
000000         PERFORM HoldRulesLock
000000         PERFORM RaisePendingChange
000000         PERFORM FreeRulesLock
000000     END-IF.
000000
000000*    規則ロックを取った状態で承認待ちファイルを読み直し、
000000*    同じ除数に未処理(承認待ち・適用日待ち)の起票が無け
000000*    れば起票を１件追記する
000000 RaisePendingChange.
000000
000000     PERFORM LoadPendingTable.
000000     PERFORM FindOpenPending.
000000     IF PendingOpenExists THEN
000000         PERFORM ShowAlreadyPending
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM BuildRuleImage.
000000     MOVE RuleRecord TO OldImageWork.
000000     PERFORM FlipTableFlag.
000000     PERFORM BuildRuleImage.
000000     MOVE RuleRecord TO NewImageWork.
000000     PERFORM FlipTableFlag.
000000
000000     PERFORM AppendPendingChange.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Change " PendingId " for divisor "
000000             MaintDivisor " is awaiting approval"
000000         DISPLAY "(effective " PendingEffDate ")."
000000     ELSE
000000         DISPLAY "除数" MaintDivisor "の変更を起票番号 "
000000             PendingId " で起票しました。"
000000         DISPLAY "承認待ちです(適用日 " PendingEffDate
000000             ")。"
000000     END-IF.
000000
000000*    同じ除数に未処理の起票が既にある旨を通知する
000000 ShowAlreadyPending.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "A change to divisor " MaintDivisor
000000             " is already pending."
000000     ELSE
000000         DISPLAY "除数" MaintDivisor "には処理待ちの"
000000         DISPLAY "起票が既にあります。"
000000     END-IF.
000000
000000*    MaintIndexの規則の有効/無効を入れ替える(起票用の
000000*    変更後の写しを作るための一時的な入替え)
000000 FlipTableFlag.
000000
000000     IF TableIsActive(MaintIndex) THEN
000000         SET TableIsInactive(MaintIndex) TO TRUE
000000     ELSE
000000         SET TableIsActive(MaintIndex) TO TRUE
000000     END-IF.
000000
000000*    規則ファイルが他で使用中である旨を通知する
000000 ShowRulesLockBusy.
000000
000000     MOVE 4 TO AlertRequestSeverity.
000000     MOVE "RULESLCK" TO AlertRequestCode.
000000     MOVE SPACES TO AlertRequestText.
000000     STRING "Rules lock held by " LockHolder
000000         "; maintenance refused"
000000         DELIMITED BY SIZE INTO AlertRequestText.
000000     PERFORM RaiseConditionAlert.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Rules are in use by " LockHolder
000000         DISPLAY "try again later."
000000     ELSE
000000         DISPLAY "規則ファイルは " LockHolder
000000         DISPLAY " が使用中です。後で再度"
000000         DISPLAY "実行して下さい。"
000000     END-IF.
000000
000000*    承認待ちの起票１件を承認または却下する。起票者と同じ
000000*    操作者は承認も却下もできない
000000 ApproveChange.
000000
000000     PERFORM CheckFunctionAuth.
000000     IF NOT OperAuthGranted THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Enter the change number: "
000000     ELSE
000000         DISPLAY "起票番号を入力して下さい"
000000     END-IF.
000000     ACCEPT PendingIdText.
000000     COMPUTE PendingIdWanted = FUNCTION NUMVAL(PendingIdText).
000000
000000     PERFORM LoadPendingTable.
000000     PERFORM FindPendingById.
000000     IF NOT PendingIdExists THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM ShowPendingEntry.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Decision (A=Approve R=Reject): "
000000     ELSE
000000         DISPLAY "判断(A=承認 R=却下)を"
000000         DISPLAY "入力して下さい"
000000     END-IF.
000000     ACCEPT DecisionText.
000000     IF NOT DecisionApprove AND NOT DecisionReject THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Decision must be A or R."
000000         ELSE
000000             DISPLAY "判断はAまたはRです。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM CheckRulesLock.
000000     IF RulesLockBusy THEN
000000         PERFORM ShowRulesLockBusy
000000     ELSE
000000         PERFORM HoldRulesLock
000000         PERFORM DecidePendingChange
000000         PERFORM FreeRulesLock
000000     END-IF.
000000
000000*    規則ロックを取った状態で承認待ちファイルを読み直し、
000000*    起票がまだ承認待ちであることを確かめてから判断を
000000*    記録し、ファイルを再生成する
000000 DecidePendingChange.
000000
000000     PERFORM LoadPendingTable.
000000     IF PendingTableFull THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "RULESP holds more than 200 changes;"
000000             DISPLAY "archive it before approving."
000000         ELSE
000000             DISPLAY "RULESPが２００件を"
000000             DISPLAY "超えています。"
000000             DISPLAY "整理してから承認して下さい。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000     PERFORM FindPendingById.
000000     IF NOT PendingIdExists THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF DecisionApprove THEN
000000         SET PendingApproved TO TRUE
000000     ELSE
000000         SET PendingRejected TO TRUE
000000     END-IF.
000000     MOVE OperatorId TO PendingChecker.
000000     ACCEPT LockDate FROM DATE YYYYMMDD.
000000     ACCEPT LockTime FROM TIME.
000000     STRING LockDate LockTime DELIMITED BY SIZE
000000         INTO PendingCheckStamp.
000000     MOVE PendingChangeRecord TO PendingSlot(PendingIndex).
000000     PERFORM RewritePendingTable.
000000
000000     IF LanguageEnglish THEN
000000         IF PendingApproved THEN
000000             DISPLAY "Change " PendingId " approved; it takes"
000000             DISPLAY "effect on the first run on or after "
000000                 PendingEffDate "."
000000         ELSE
000000             DISPLAY "Change " PendingId " rejected."
000000         END-IF
000000     ELSE
000000         IF PendingApproved THEN
000000             DISPLAY "起票番号 " PendingId
000000                 " を承認しました。"
000000             DISPLAY PendingEffDate
000000                 " 以降の最初の計算実行で"
000000             DISPLAY "反映されます。"
000000         ELSE
000000             DISPLAY "起票番号 " PendingId
000000                 " を却下しました。"
000000         END-IF
000000     END-IF.
000000
000000         END-IF
000000     END-PERFORM.
000000
000000*    規則ロックが使用中かどうかを調べる
000000 CheckRulesLock.
000000
000000         CLOSE RuleLockFile
000000     END-IF.
000000
000000*    起票・承認の間、規則ロックを使用中にする
000000 HoldRulesLock.
000000
000000     OPEN OUTPUT RuleLockFile.
000000     WRITE RuleLockRecord.
000000     CLOSE RuleLockFile.
000000
000000*    起票・承認の完了後に規則ロックを解放する
000000 FreeRulesLock.
000000
000000     OPEN OUTPUT RuleLockFile.
000000     CLOSE RuleLockFile.
000000
000000*    MaintIndexの規則１件分をRuleRecordの形へ組み立てる
000000*    (起票の変更前後の写しを取るための流用。ファイルへは
000000*    書かない)
000000 BuildRuleImage.
000000
000000     MOVE TableEffTo(MaintIndex) TO RuleEffTo.
000000     MOVE TableEra(MaintIndex) TO RuleEra.
000000
000000*    承認待ちファイルを作業テーブルへ読み込む。起票番号の
000000*    最大値は表に収まらない行も含めて求める
000000 LoadPendingTable.
000000
000000     MOVE 0 TO PendingUsed.
000000     MOVE 0 TO PendingHighId.
000000     MOVE "N" TO PendingOverflow.
000000
000000     OPEN INPUT PendingRuleFile.
000000     IF PendingRuleFileStatus NOT = "35" THEN
000000         MOVE "N" TO RulesEof
000000         PERFORM UNTIL RulesAtEnd
000000             READ PendingRuleFile
000000                 AT END
000000                     MOVE "Y" TO RulesEof
000000                 NOT AT END
000000                     IF PendingId > PendingHighId THEN
000000                         MOVE PendingId TO PendingHighId
000000                     END-IF
000000                     IF PendingUsed < 200 THEN
000000                         ADD 1 TO PendingUsed
000000                         MOVE PendingChangeRecord
000000                             TO PendingSlot(PendingUsed)
000000                     ELSE
000000                         MOVE "Y" TO PendingOverflow
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE PendingRuleFile
000000     END-IF.
000000
000000*    MaintDivisorに未処理(承認待ち・適用日待ち)の起票が
000000*    あるかどうかを調べる
000000 FindOpenPending.
000000
000000     MOVE "N" TO PendingOpenFound.
000000     PERFORM VARYING PendingIndex FROM 1 BY 1
000000         UNTIL PendingIndex > PendingUsed
000000         MOVE PendingSlot(PendingIndex) TO PendingChangeRecord
000000         IF PendingDivisor = MaintDivisor AND
000000             (PendingAwaiting OR PendingApproved) THEN
000000             MOVE "Y" TO PendingOpenFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000*    PendingIdWantedの起票を探し、承認待ちであり、かつ
000000*    起票者と操作者が別人であることを確かめる
000000 FindPendingById.
000000
000000     MOVE "N" TO PendingIdFound.
000000     PERFORM VARYING PendingIndex FROM 1 BY 1
000000         UNTIL PendingIndex > PendingUsed
000000         MOVE PendingSlot(PendingIndex) TO PendingChangeRecord
000000         IF PendingId = PendingIdWanted AND PendingAwaiting
000000             THEN
000000             MOVE "Y" TO PendingIdFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF NOT PendingIdExists THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "No change awaiting approval has"
000000             DISPLAY "that number."
000000         ELSE
000000             DISPLAY "その起票番号の承認待ちは"
000000             DISPLAY "ありません。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     ACCEPT OperatorId FROM ENVIRONMENT "USER".
000000     IF OperatorId = PendingMaker THEN
000000         MOVE "N" TO PendingIdFound
000000         IF LanguageEnglish THEN
000000             DISPLAY "You raised this change; another"
000000             DISPLAY "operator must approve or reject it."
000000         ELSE
000000             DISPLAY "起票者本人は承認・却下"
000000             DISPLAY "できません。"
000000             DISPLAY "別の操作者が判断して下さい。"
000000         END-IF
000000     END-IF.
000000
000000*    適用日を受け取る。空白は当日とし、当日より前の日付や
000000*    日付として不正な値は受け付けない
000000 AskEffectiveDate.
000000
000000     MOVE "N" TO EffDateState.
000000     ACCEPT TodayDate FROM DATE YYYYMMDD.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Effective date (YYYYMMDD, blank=today): "
000000     ELSE
000000         DISPLAY "適用日(YYYYMMDD 空白は当日)を"
000000         DISPLAY "入力して下さい"
000000     END-IF.
000000     MOVE SPACES TO EffDateText.
000000     ACCEPT EffDateText.
000000
000000     IF EffDateText = SPACES THEN
000000         MOVE TodayDate TO EffDateValue
000000         MOVE "Y" TO EffDateState
000000     ELSE
000000         IF EffDateText IS NUMERIC THEN
000000             MOVE EffDateText TO EffDateValue
000000             IF FUNCTION TEST-DATE-YYYYMMDD(EffDateValue) = 0
000000                 AND EffDateValue >= TodayDate THEN
000000                 MOVE "Y" TO EffDateState
000000             END-IF
000000         END-IF
000000     END-IF.
000000
000000     IF NOT EffDateAccepted THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Effective date must be YYYYMMDD,"
000000             DISPLAY "today or later."
000000         ELSE
000000             DISPLAY "適用日は当日以降のYYYYMMDDで"
000000             DISPLAY "指定して下さい。"
000000         END-IF
000000     END-IF.
000000
000000*    起票１件を承認待ちファイルへ追記する。起票者は規則
000000*    ロックと同じ流儀で取得する
000000 AppendPendingChange.
000000
000000     OPEN EXTEND PendingRuleFile.
000000     IF PendingRuleFileStatus = "35" THEN
000000         OPEN OUTPUT PendingRuleFile
000000     END-IF.
000000
000000     MOVE SPACES TO PendingChangeRecord.
000000     COMPUTE PendingId = PendingHighId + 1.
000000     SET PendingAwaiting TO TRUE.
000000     MOVE MaintDivisor TO PendingDivisor.
000000     MOVE EffDateValue TO PendingEffDate.
000000     ACCEPT PendingMaker FROM ENVIRONMENT "USER".
000000     ACCEPT LockDate FROM DATE YYYYMMDD.
000000     ACCEPT LockTime FROM TIME.
000000     STRING LockDate LockTime DELIMITED BY SIZE
000000         INTO PendingMakeStamp.
000000     MOVE 0 TO PendingAppliedVersion.
000000     MOVE OldImageWork TO PendingOldImage.
000000     MOVE NewImageWork TO PendingNewImage.
000000     WRITE PendingChangeRecord.
000000
000000     CLOSE PendingRuleFile.
000000
000000*    未処理(承認待ち・適用日待ち)の起票を一覧表示する
000000 ListPending.
000000
000000     PERFORM LoadPendingTable.
000000
000000     MOVE "N" TO PendingOpenFound.
000000     PERFORM VARYING PendingIndex FROM 1 BY 1
000000         UNTIL PendingIndex > PendingUsed
000000         MOVE PendingSlot(PendingIndex) TO PendingChangeRecord
000000         IF PendingAwaiting OR PendingApproved THEN
000000             MOVE "Y" TO PendingOpenFound
000000             PERFORM ShowPendingEntry
000000         END-IF
000000     END-PERFORM.
000000
000000     IF NOT PendingOpenExists THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "No changes are pending."
000000         ELSE
000000             DISPLAY "処理待ちの起票はありません。"
000000         END-IF
000000     END-IF.
000000
000000*    PendingChangeRecordの起票１件を表示する
000000 ShowPendingEntry.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY PendingId ": status=" PendingStatus
000000             " divisor=" PendingDivisor
000000             " effective=" PendingEffDate
000000         DISPLAY "   raised by " PendingMaker
000000             " at " PendingMakeStamp
000000         IF PendingApproved THEN
000000             DISPLAY "   approved by " PendingChecker
000000                 " at " PendingCheckStamp
000000         END-IF
000000         DISPLAY "   old " PendingOldImage
000000         DISPLAY "   new " PendingNewImage
000000     ELSE
000000         DISPLAY PendingId ": 状態=" PendingStatus
000000             " 除数=" PendingDivisor
000000             " 適用日=" PendingEffDate
000000         DISPLAY "   起票 " PendingMaker
000000             " " PendingMakeStamp
000000         IF PendingApproved THEN
000000             DISPLAY "   承認 " PendingChecker
000000                 " " PendingCheckStamp
000000         END-IF
000000         DISPLAY "   変更前 " PendingOldImage
000000         DISPLAY "   変更後 " PendingNewImage
000000     END-IF.
000000
000000*    承認待ちファイルを作業テーブルの内容で再生成する
000000 RewritePendingTable.
000000
000000     OPEN OUTPUT PendingRuleFile.
000000
000000     PERFORM VARYING PendingIndex FROM 1 BY 1
000000         UNTIL PendingIndex > PendingUsed
000000         MOVE PendingSlot(PendingIndex) TO PendingChangeRecord
000000         WRITE PendingChangeRecord
000000     END-PERFORM.
000000
000000     CLOSE PendingRuleFile.
000000
000000*    規則を変える機能(起票・承認)の実行前に、その機能の
000000*    権限を操作者権限プロファイルで調べる
000000 CheckFunctionAuth.
000000
000000     MOVE MaintCommand TO OperAuthFunction.
000000     CALL "OperAuth" USING OperAuthArea.
000000     IF NOT OperAuthGranted THEN
000000         PERFORM ShowAuthRefused
000000     END-IF.
000000
000000*    操作者権限プロファイルによる拒否を通知する(拒否は
000000*    OperAuthが権限違反記録へ残している)
000000 ShowAuthRefused.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Not authorized: operator " OperAuthOperator
000000             " " OperAuthProgram " function "
000000             OperAuthFunction
000000         EVALUATE TRUE
000000             WHEN OperAuthNoFile
000000                 DISPLAY "OPERPRF not found; maintenance is"
000000                 DISPLAY "refused to every operator."
000000             WHEN OperAuthExpired
000000                 DISPLAY "The operator profile has expired."
000000             WHEN OTHER
000000                 DISPLAY "No operator profile allows this."
000000         END-EVALUATE
000000     ELSE
000000         DISPLAY "権限がありません: 操作者 "
000000             OperAuthOperator
000000         DISPLAY OperAuthProgram " 機能 " OperAuthFunction
000000         EVALUATE TRUE
000000             WHEN OperAuthNoFile
000000                 DISPLAY "OPERPRFが無いため保守は"
000000                 DISPLAY "全ての操作者に拒否します。"
000000             WHEN OperAuthExpired
000000                 DISPLAY "操作者権限の有効期限が"
000000                 DISPLAY "切れています。"
000000             WHEN OTHER
000000                 DISPLAY "この操作を許可する権限が"
000000                 DISPLAY "ありません。"
000000         END-EVALUATE
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "RuleMaint" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "RuleMaint" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
