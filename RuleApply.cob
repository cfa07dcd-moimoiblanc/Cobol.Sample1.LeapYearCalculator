000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. RuleApply.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    RuleMaintで起票・承認された規則変更の承認待ちファイル
000000     SELECT PendingRuleFile ASSIGN TO "RULESP"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PendingRuleFileStatus.
000000*    承認済みの変更を反映する規則定義ファイル
000000     SELECT RulesFile ASSIGN TO "RULESF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RulesFileStatus.
000000*    反映１件ごとに繰り上げる版管理ファイル
000000     SELECT RulesVersionFile ASSIGN TO "RULESV"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RulesVersionFileStatus.
000000*    反映１件につき１件を追記する規則変更履歴ファイル
000000     SELECT RuleHistoryFile ASSIGN TO "RULESH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RuleHistoryFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PendingRuleFile.
000000 COPY LYCRPND.
000000 FD  RulesFile.
000000 COPY LYCRULE.
000000 FD  RulesVersionFile.
000000 COPY LYCRVER.
000000 FD  RuleHistoryFile.
000000 COPY LYCRHIS.
000000 WORKING-STORAGE SECTION.
000000
000000*    承認待ちファイルの内容をまるごと保持する作業テーブル
000000*    (反映した変更の状態を書き換えるため全件を読み込み、
000000*    ファイルを再生成する)
000000 1   PendingTable.
000000 2       PendingSlot OCCURS 200 PIC X(160).
000000 1   PendingUsed PIC 9(3).
000000 1   PendingIndex PIC 9(3).
000000 1   PendingDueCount PIC 9(3).
000000
000000*    RULES-FILEの内容をまるごと保持する作業テーブル
000000*    (RuleMaintと同じ並び・同じ10件の上限)
000000 1   RuleTable.
000000 2       RuleEntry OCCURS 10.
000000 3           TableDivisor PIC 9(3).
000000 3           TableReturnCode PIC 9(2).
000000 3           TableActiveFlag PIC X(1).
000000 3           TableDescription PIC X(20).
000000 3           TableEffFrom PIC 9(5).
000000 3           TableEffTo PIC 9(5).
000000 3           TableEra PIC X(1).
000000 1   RuleCount PIC 9(2).
000000 1   RuleIndex PIC 9(2).
000000 1   RewriteIndex PIC 9(2).
000000 1   RuleFound PIC X(1).
000000     88  RuleEntryFound VALUE "Y".
000000
000000*    ファイル入出力の作業領域
000000 1   ApplyFileWork.
000000 2       PendingRuleFileStatus PIC X(2).
000000 2       RulesFileStatus PIC X(2).
000000 2       RulesVersionFileStatus PIC X(2).
000000 2       RuleHistoryFileStatus PIC X(2).
000000 2       PendingEof PIC X(1).
000000     88  PendingAtEnd VALUE "Y".
000000 2       RulesEof PIC X(1).
000000     88  RulesAtEnd VALUE "Y".
000000 2       HistoryEof PIC X(1).
000000     88  HistoryAtEnd VALUE "Y".
000000
000000*    版番号と時刻印の作業領域
000000 1   ApplyWork.
000000 2       CurrentRuleVersion PIC 9(5).
000000 2       WorkingVersion PIC 9(5).
000000 2       ApplyDateNow PIC 9(8).
000000 2       ApplyTimeNow PIC 9(8).
000000 2       ApplyStamp PIC X(16).
000000
000000*    履歴の連鎖値計算副プログラム(AuditChain)の連絡領域
000000 COPY LYCCHAN.
000000 1   HistoryChainStartSeq PIC 9(9).
000000
000000 LINKAGE SECTION.
000000
000000 COPY LYCRAPL.
000000
000000 PROCEDURE DIVISION USING RuleApplyArea.
000000 MAIN.
000000
000000     MOVE 0 TO RuleApplyCount.
000000     MOVE 0 TO RuleApplyStaleCount.
000000     MOVE 0 TO RuleApplyNewVersion.
000000     MOVE "N" TO RuleApplyOverflow.
000000
000000     PERFORM LoadPendingTable.
000000     IF RuleApplyTableFull OR PendingDueCount = 0 THEN
000000         EXIT PROGRAM
000000     END-IF.
000000
000000     PERFORM LoadRuleTable.
000000     PERFORM LoadRulesVersion.
000000     MOVE CurrentRuleVersion TO WorkingVersion.
000000
000000     ACCEPT ApplyDateNow FROM DATE YYYYMMDD.
000000     ACCEPT ApplyTimeNow FROM TIME.
000000     STRING ApplyDateNow ApplyTimeNow DELIMITED BY SIZE
000000         INTO ApplyStamp.
000000
000000     PERFORM LoadHistoryChain.
000000     OPEN EXTEND RuleHistoryFile.
000000     IF RuleHistoryFileStatus = "35" THEN
000000         OPEN OUTPUT RuleHistoryFile
000000     END-IF.
000000
000000*    起票の順(承認待ちファイルの並び)に反映する
000000     PERFORM VARYING PendingIndex FROM 1 BY 1
000000         UNTIL PendingIndex > PendingUsed
000000         MOVE PendingSlot(PendingIndex) TO PendingChangeRecord
000000         IF PendingApproved AND
000000             PendingEffDate <= RuleApplyDate THEN
000000             PERFORM ApplyOneChange
000000             MOVE PendingChangeRecord
000000                 TO PendingSlot(PendingIndex)
000000         END-IF
000000     END-PERFORM.
000000
000000     CLOSE RuleHistoryFile.
000000
000000     IF ChainSeq > HistoryChainStartSeq THEN
000000         MOVE "P" TO ChainFunction
000000         CALL "AuditChain" USING AuditChainArea
000000     END-IF.
000000
000000     IF RuleApplyCount > 0 THEN
000000         PERFORM RewriteRuleTable
000000         PERFORM WriteRulesVersion
000000     END-IF.
000000     PERFORM RewritePendingTable.
000000
000000     MOVE WorkingVersion TO RuleApplyNewVersion.
000000
000000     EXIT PROGRAM.
000000
000000*    承認待ちファイルを読み込み、反映対象(承認済みで適用日
000000*    が基準日までのもの)を数える。表に収まらないときは
000000*    再生成で行を失わないよう何も反映しない
000000 LoadPendingTable.
000000
000000     MOVE 0 TO PendingUsed.
000000     MOVE 0 TO PendingDueCount.
000000
000000     OPEN INPUT PendingRuleFile.
000000     IF PendingRuleFileStatus NOT = "35" THEN
000000         MOVE "N" TO PendingEof
000000         PERFORM UNTIL PendingAtEnd
000000             READ PendingRuleFile
000000                 AT END
000000                     MOVE "Y" TO PendingEof
000000                 NOT AT END
000000                     IF PendingUsed < 200 THEN
000000                         ADD 1 TO PendingUsed
000000                         MOVE PendingChangeRecord
000000                             TO PendingSlot(PendingUsed)
000000                         IF PendingApproved AND
000000                             PendingEffDate <= RuleApplyDate
000000                             THEN
000000                             ADD 1 TO PendingDueCount
000000                         END-IF
000000                     ELSE
000000                         MOVE "Y" TO RuleApplyOverflow
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE PendingRuleFile
000000     END-IF.
000000
000000*    承認済みの変更１件を規則表へ反映する。起票時点の写し
000000*    と現在の規則が食い違えば(他の変更が先に反映された)
000000*    反映せず反映不能にする
000000 ApplyOneChange.
000000
000000     MOVE "N" TO RuleFound.
000000     PERFORM VARYING RuleIndex FROM 1 BY 1
000000         UNTIL RuleIndex > RuleCount
000000         IF TableDivisor(RuleIndex) = PendingDivisor THEN
000000             MOVE "Y" TO RuleFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF RuleEntryFound THEN
000000         PERFORM BuildRuleImage
000000         IF RuleRecord NOT = PendingOldImage THEN
000000             MOVE "N" TO RuleFound
000000         END-IF
000000     END-IF.
000000
000000     IF NOT RuleEntryFound THEN
000000         SET PendingStale TO TRUE
000000         MOVE ApplyStamp TO PendingAppliedStamp
000000         ADD 1 TO RuleApplyStaleCount
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE PendingNewImage TO RuleRecord.
000000     MOVE RuleDivisor TO TableDivisor(RuleIndex).
000000     MOVE RuleReturnCode TO TableReturnCode(RuleIndex).
000000     MOVE RuleActiveFlag TO TableActiveFlag(RuleIndex).
000000     MOVE RuleDescription TO TableDescription(RuleIndex).
000000     MOVE RuleEffFrom TO TableEffFrom(RuleIndex).
000000     MOVE RuleEffTo TO TableEffTo(RuleIndex).
000000     MOVE RuleEra TO TableEra(RuleIndex).
000000
000000     ADD 1 TO WorkingVersion.
000000     ADD 1 TO RuleApplyCount.
000000     SET PendingApplied TO TRUE.
000000     MOVE ApplyStamp TO PendingAppliedStamp.
000000     MOVE WorkingVersion TO PendingAppliedVersion.
000000
000000     PERFORM WriteRuleHistory.
000000
000000*    RuleIndexの規則１件分をRuleRecordの形へ組み立てる
000000*    (起票時点の写しと比べるための流用。ファイルへは
000000*    書かない)
000000 BuildRuleImage.
000000
000000     MOVE TableDivisor(RuleIndex) TO RuleDivisor.
000000     MOVE TableReturnCode(RuleIndex) TO RuleReturnCode.
000000     MOVE TableActiveFlag(RuleIndex) TO RuleActiveFlag.
000000     MOVE TableDescription(RuleIndex) TO RuleDescription.
000000     MOVE TableEffFrom(RuleIndex) TO RuleEffFrom.
000000     MOVE TableEffTo(RuleIndex) TO RuleEffTo.
000000     MOVE TableEra(RuleIndex) TO RuleEra.
000000
000000*    反映１件を履歴ファイルへ追記する。起票者と承認者、
000000*    版番号の繰り上がりと変更前後の写しを１件に残す
000000 WriteRuleHistory.
000000
000000     MOVE PendingMaker TO HistoryOperator.
000000     MOVE ApplyStamp TO HistoryTimestamp.
000000     COMPUTE HistoryOldVersion = WorkingVersion - 1.
000000     MOVE WorkingVersion TO HistoryNewVersion.
000000     MOVE PendingDivisor TO HistoryDivisor.
000000     MOVE PendingOldImage TO HistoryOldImage.
000000     MOVE PendingNewImage TO HistoryNewImage.
000000     MOVE PendingChecker TO HistoryApprover.
000000     MOVE PendingEffDate TO HistoryEffDate.
000000
000000*    連鎖値は連鎖値欄を0とした１件全体と直前の連鎖値から
000000*    求める
000000     ADD 1 TO ChainSeq.
000000     MOVE ChainSeq TO HistoryChainSeq.
000000     MOVE 0 TO HistoryChainValue.
000000     MOVE "H" TO ChainFunction.
000000     MOVE RuleHistoryRecord TO ChainData.
000000     MOVE LENGTH OF RuleHistoryRecord TO ChainDataLength.
000000     CALL "AuditChain" USING AuditChainArea.
000000     MOVE ChainValue TO HistoryChainValue.
000000
000000     WRITE RuleHistoryRecord.
000000
000000*    RULESHの連鎖の続きを求める。錨ファイルの値と、RULESH
000000*    に残る最後の連鎖済みレコードのうち通番の大きい方から
000000*    継ぐ(Program.cobのLoadAuditChainと同じ考え方)
000000 LoadHistoryChain.
000000
000000     MOVE "G" TO ChainFunction.
000000     MOVE "RULESH" TO ChainFileId.
000000     CALL "AuditChain" USING AuditChainArea.
000000
000000     OPEN INPUT RuleHistoryFile.
000000     IF RuleHistoryFileStatus NOT = "35" THEN
000000         MOVE "N" TO HistoryEof
000000         PERFORM UNTIL HistoryAtEnd
000000             READ RuleHistoryFile
000000                 AT END
000000                     MOVE "Y" TO HistoryEof
000000                 NOT AT END
000000                     IF HistoryChainSeq IS NUMERIC AND
000000                         HistoryChainValue IS NUMERIC AND
000000                         HistoryChainSeq > ChainSeq THEN
000000                         MOVE HistoryChainSeq TO ChainSeq
000000                         MOVE HistoryChainValue TO ChainValue
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE RuleHistoryFile
000000     END-IF.
000000
000000     MOVE ChainSeq TO HistoryChainStartSeq.
000000
000000*    RULES-FILEを先頭から読み込み、RuleTableへ積み上げる。
000000*    適用範囲の無い古い形式の行はRuleMaintと同じく全期間
000000*    のグレゴリオ暦規則として扱う
000000 LoadRuleTable.
000000
000000     MOVE 0 TO RuleCount.
000000
000000     OPEN INPUT RulesFile.
000000     IF RulesFileStatus NOT = "35" THEN
000000         MOVE "N" TO RulesEof
000000         PERFORM UNTIL RulesAtEnd
000000             READ RulesFile
000000                 AT END
000000                     MOVE "Y" TO RulesEof
000000                 NOT AT END
000000                     IF RuleCount < 10 THEN
000000                         ADD 1 TO RuleCount
000000                         PERFORM LoadTableFields
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE RulesFile
000000     END-IF.
000000
000000*    規則１件分をRuleTableへ積み込む
000000 LoadTableFields.
000000
000000     MOVE RuleDivisor TO TableDivisor(RuleCount).
000000     MOVE RuleReturnCode TO TableReturnCode(RuleCount).
000000     MOVE RuleActiveFlag TO TableActiveFlag(RuleCount).
000000     MOVE RuleDescription TO TableDescription(RuleCount).
000000
000000     IF RuleEffFrom IS NUMERIC THEN
000000         MOVE RuleEffFrom TO TableEffFrom(RuleCount)
000000     ELSE
000000         MOVE 0 TO TableEffFrom(RuleCount)
000000     END-IF.
000000
000000     IF RuleEffTo IS NUMERIC AND RuleEffTo NOT = 0 THEN
000000         MOVE RuleEffTo TO TableEffTo(RuleCount)
000000     ELSE
000000         MOVE 99999 TO TableEffTo(RuleCount)
000000     END-IF.
000000
000000     IF RuleEra = "J" THEN
000000         MOVE "J" TO TableEra(RuleCount)
000000     ELSE
000000         MOVE "G" TO TableEra(RuleCount)
000000     END-IF.
000000
000000*    RuleTableの内容でRULES-FILEを丸ごと再生成する
000000 RewriteRuleTable.
000000
000000     OPEN OUTPUT RulesFile.
000000
000000     PERFORM VARYING RewriteIndex FROM 1 BY 1
000000         UNTIL RewriteIndex > RuleCount
000000         MOVE TableDivisor(RewriteIndex) TO RuleDivisor
000000         MOVE TableReturnCode(RewriteIndex) TO RuleReturnCode
000000         MOVE TableActiveFlag(RewriteIndex) TO RuleActiveFlag
000000         MOVE TableDescription(RewriteIndex) TO RuleDescription
000000         MOVE TableEffFrom(RewriteIndex) TO RuleEffFrom
000000         MOVE TableEffTo(RewriteIndex) TO RuleEffTo
000000         MOVE TableEra(RewriteIndex) TO RuleEra
000000         WRITE RuleRecord
000000     END-PERFORM.
000000
000000     CLOSE RulesFile.
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
000000*    規則定義ファイルの現行版番号を読み取る
000000 LoadRulesVersion.
000000
000000     MOVE 0 TO CurrentRuleVersion.
000000     OPEN INPUT RulesVersionFile.
000000     IF RulesVersionFileStatus NOT = "35" THEN
000000         READ RulesVersionFile
000000             AT END
000000                 CONTINUE
000000             NOT AT END
000000                 MOVE RulesVersion TO CurrentRuleVersion
000000         END-READ
000000         CLOSE RulesVersionFile
000000     END-IF.
000000
000000*    反映後の版番号を版管理ファイルへ書き出す
000000 WriteRulesVersion.
000000
000000     OPEN OUTPUT RulesVersionFile.
000000     MOVE WorkingVersion TO RulesVersion.
000000     MOVE ApplyStamp TO RulesVersionStamp.
000000     WRITE RuleVersionRecord.
000000     CLOSE RulesVersionFile.
