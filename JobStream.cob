000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. JobStream.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    夜間サイクルのステップを実行順に並べた制御ファイル
000000     SELECT StepControlFile ASSIGN TO "JOBCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS StepControlFileStatus.
000000*    ステップの開始・終了・完了コードを追記する記録ファイル
000000     SELECT JobLogFile ASSIGN TO "JOBLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS JobLogFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  StepControlFile.
000000 COPY LYCJSTP.
000000 FD  JobLogFile.
000000 COPY LYCJLOG.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   JobFileWork.
000000 2       StepControlFileStatus PIC X(2).
000000 2       JobLogFileStatus PIC X(2).
000000 2       StepControlEof PIC X(1).
000000     88  StepControlAtEnd VALUE "Y".
000000 2       JobLogEof PIC X(1).
000000     88  JobLogAtEnd VALUE "Y".
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
000000*    ステップ制御ファイルを読み込んだ表。StepStateは
000000*    P=未実行 C=正常終了 F=失敗 S=先行失敗で飛ばした
000000 1   StepTable.
000000 2       StepCount PIC 9(2).
000000 2       StepEntry OCCURS 20.
000000 3           EntName PIC X(8).
000000 3           EntProgram PIC X(16).
000000 3           EntMaxCode PIC 9(2).
000000 3           EntDependsOn PIC X(8) OCCURS 4.
000000 3           EntParmText PIC X(60).
000000 3           EntState PIC X(1).
000000     88  EntPending VALUE "P".
000000     88  EntCompleted VALUE "C".
000000     88  EntFailed VALUE "F".
000000     88  EntBypassed VALUE "S".
000000 3           EntCode PIC 9(3).
000000
000000*    ジョブの制御。RESTART=Nで前回の未完了ジョブを捨てて
000000*    最初から実行し直す
000000 1   JobControl.
000000 2       RestartWanted PIC X(1) VALUE "Y".
000000     88  RestartAllowed VALUE "Y".
000000 2       JobResuming PIC X(1).
000000     88  JobIsResuming VALUE "Y".
000000 2       JobStamp PIC X(16).
000000 2       LastJobStamp PIC X(16).
000000 2       LastJobEnded PIC X(1).
000000     88  LastJobFinished VALUE "Y".
000000 2       JobSeverity PIC 9(2).
000000 2       StepCursor PIC 9(2).
000000 2       StepLookup PIC 9(2).
000000 2       FoundStep PIC 9(2).
000000 2       DependCursor PIC 9(1).
000000 2       DependBlocked PIC X(1).
000000     88  DependNotMet VALUE "Y".
000000 2       BlockingStep PIC X(8).
000000 2       RanCount PIC 9(2).
000000 2       BypassCount PIC 9(2).
000000 2       CarriedCount PIC 9(2).
000000
000000*    ステップ起動コマンドの組み立てと完了コードの受取り
000000 1   CommandWork.
000000 2       CommandLine PIC X(120).
000000 2       ParmBefore PIC X(60).
000000 2       ParmAfter PIC X(60).
000000 2       StampMarkCount PIC 9(2).
000000 2       SystemStatus PIC S9(9).
000000 2       StepCode PIC 9(3).
000000
000000*    記録の時刻印を作る作業領域
000000 1   StampWork.
000000 2       StampDate PIC X(8).
000000 2       StampTime PIC X(8).
000000 2       EventTimestamp PIC X(16).
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
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000     END-IF.
000000
000000     MOVE 0 TO JobSeverity.
000000     MOVE 0 TO RanCount.
000000     MOVE 0 TO BypassCount.
000000     MOVE 0 TO CarriedCount.
000000     MOVE "N" TO JobResuming.
000000
000000     PERFORM LoadStepControl.
000000     IF JobSeverity = 12 THEN
000000         MOVE JobSeverity TO AlertRequestSeverity
000000         PERFORM RaiseCompletionAlert
000000         MOVE JobSeverity TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000
000000     PERFORM ScanJobLog.
000000
000000     OPEN EXTEND JobLogFile.
000000     IF JobLogFileStatus = "35" THEN
000000         OPEN OUTPUT JobLogFile
000000     END-IF.
000000
000000     IF JobIsResuming THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Resuming job " JobStamp
000000         ELSE
000000             DISPLAY "ジョブ " JobStamp
000000                 " を再開します。"
000000         END-IF
000000     ELSE
000000         PERFORM TakeEventTimestamp
000000         MOVE EventTimestamp TO JobStamp
000000         MOVE SPACES TO JobLogRecord
000000         MOVE JobStamp TO JobLogJobStamp
000000         SET JobLogJobStart TO TRUE
000000         MOVE EventTimestamp TO JobLogTimestamp
000000         MOVE 0 TO JobLogCode
000000         WRITE JobLogRecord
000000         IF LanguageEnglish THEN
000000             DISPLAY "Starting job " JobStamp
000000         ELSE
000000             DISPLAY "ジョブ " JobStamp
000000                 " を開始します。"
000000         END-IF
000000     END-IF.
000000
000000     PERFORM VARYING StepCursor FROM 1 BY 1
000000         UNTIL StepCursor > StepCount
000000         PERFORM RunOneStep
000000     END-PERFORM.
000000
000000*    全ステップが正常終了したときだけジョブ完了を記録する。
000000*    完了記録の無いジョブは次回の起動で再開の対象になる
000000     IF JobSeverity = 0 THEN
000000         PERFORM TakeEventTimestamp
000000         MOVE SPACES TO JobLogRecord
000000         MOVE JobStamp TO JobLogJobStamp
000000         SET JobLogJobEnd TO TRUE
000000         MOVE EventTimestamp TO JobLogTimestamp
000000         MOVE 0 TO JobLogCode
000000         SET JobLogCompleted TO TRUE
000000         WRITE JobLogRecord
000000     END-IF.
000000
000000     CLOSE JobLogFile.
000000
000000     PERFORM ShowJobTotals.
000000
000000     MOVE JobSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE JobSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、RESTART=と
000000*    LANG=の指定を反映する(Program.cobのParseParmと同じ流儀)
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
000000         WHEN "RESTART"
000000             MOVE ParmTokenVal(1:1) TO RestartWanted
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    ステップ制御ファイルを表へ読み込む。ファイルが無い・
000000*    空・表の上限超えはジョブを始めずに中止する
000000 LoadStepControl.
000000
000000     MOVE 0 TO StepCount.
000000
000000     OPEN INPUT StepControlFile.
000000     IF StepControlFileStatus = "35" THEN
000000         MOVE 12 TO JobSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "JOBCTL not found; job not started."
000000         ELSE
000000             DISPLAY "JOBCTLが見つからないため"
000000             DISPLAY "ジョブを開始しません。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO StepControlEof.
000000     PERFORM UNTIL StepControlAtEnd
000000         READ StepControlFile
000000             AT END
000000                 MOVE "Y" TO StepControlEof
000000             NOT AT END
000000                 IF StepCount >= 20 THEN
000000                     MOVE 12 TO JobSeverity
000000                     MOVE "Y" TO StepControlEof
000000                 ELSE
000000                     PERFORM StoreStepEntry
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE StepControlFile.
000000
000000     IF JobSeverity = 12 THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "JOBCTL holds more than 20 steps;"
000000             DISPLAY "job not started."
000000         ELSE
000000             DISPLAY "JOBCTLのステップが20件を"
000000             DISPLAY "超えるためジョブを開始"
000000             DISPLAY "しません。"
000000         END-IF
000000     END-IF.
000000
000000     IF StepCount = 0 AND JobSeverity NOT = 12 THEN
000000         MOVE 12 TO JobSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "JOBCTL is empty; job not started."
000000         ELSE
000000             DISPLAY "JOBCTLが空のためジョブを開始"
000000             DISPLAY "しません。"
000000         END-IF
000000     END-IF.
000000
000000*    読み込んだステップ１件を表へ積む。完了コードの上限が
000000*    数字でなければ0(正常終了のみ許容)として扱う
000000 StoreStepEntry.
000000
000000     ADD 1 TO StepCount.
000000     MOVE StepName TO EntName(StepCount).
000000     MOVE StepProgram TO EntProgram(StepCount).
000000     IF StepMaxCode IS NUMERIC THEN
000000         MOVE StepMaxCode TO EntMaxCode(StepCount)
000000     ELSE
000000         MOVE 0 TO EntMaxCode(StepCount)
000000     END-IF.
000000     PERFORM VARYING DependCursor FROM 1 BY 1
000000         UNTIL DependCursor > 4
000000         MOVE StepDependsOn(DependCursor)
000000             TO EntDependsOn(StepCount, DependCursor)
000000     END-PERFORM.
000000     MOVE StepParmText TO EntParmText(StepCount).
000000     MOVE "P" TO EntState(StepCount).
000000     MOVE 0 TO EntCode(StepCount).
000000
000000*    ジョブステップ記録を読み、最後に開始したジョブが完了
000000*    記録を持たなければ、そのジョブで正常終了済みの
000000*    ステップを表に写して再開の準備をする
000000 ScanJobLog.
000000
000000     MOVE SPACES TO LastJobStamp.
000000     MOVE "N" TO LastJobEnded.
000000
000000     OPEN INPUT JobLogFile.
000000     IF JobLogFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO JobLogEof.
000000     PERFORM UNTIL JobLogAtEnd
000000         READ JobLogFile
000000             AT END
000000                 MOVE "Y" TO JobLogEof
000000             NOT AT END
000000                 PERFORM ScanOneJobLog
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE JobLogFile.
000000
000000     IF LastJobStamp NOT = SPACES AND
000000         NOT LastJobFinished AND RestartAllowed THEN
000000         MOVE "Y" TO JobResuming
000000         MOVE LastJobStamp TO JobStamp
000000     ELSE
000000         PERFORM ClearStepStates
000000     END-IF.
000000
000000*    ジョブステップ記録１件を種別ごとに反映する
000000 ScanOneJobLog.
000000
000000     EVALUATE TRUE
000000         WHEN JobLogJobStart
000000             MOVE JobLogJobStamp TO LastJobStamp
000000             MOVE "N" TO LastJobEnded
000000             PERFORM ClearStepStates
000000         WHEN JobLogJobEnd
000000             IF JobLogJobStamp = LastJobStamp THEN
000000                 MOVE "Y" TO LastJobEnded
000000             END-IF
000000         WHEN JobLogStepEnd
000000             IF JobLogJobStamp = LastJobStamp AND
000000                 JobLogCompleted THEN
000000                 MOVE JobLogStepName TO BlockingStep
000000                 PERFORM FindStepByName
000000                 IF FoundStep > 0 THEN
000000                     MOVE "C" TO EntState(FoundStep)
000000                     MOVE JobLogCode TO EntCode(FoundStep)
000000                 END-IF
000000             END-IF
000000     END-EVALUATE.
000000
000000*    表の全ステップを未実行に戻す
000000 ClearStepStates.
000000
000000     PERFORM VARYING StepLookup FROM 1 BY 1
000000         UNTIL StepLookup > StepCount
000000         MOVE "P" TO EntState(StepLookup)
000000         MOVE 0 TO EntCode(StepLookup)
000000     END-PERFORM.
000000
000000*    BlockingStepに入れたステップ名を表から探し、位置を
000000*    FoundStepへ返す(見つからなければ0)
000000 FindStepByName.
000000
000000     MOVE 0 TO FoundStep.
000000     PERFORM VARYING StepLookup FROM 1 BY 1
000000         UNTIL StepLookup > StepCount
000000         IF EntName(StepLookup) = BlockingStep THEN
000000             MOVE StepLookup TO FoundStep
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000*    ステップ１件を実行する。前回の同じジョブで正常終了
000000*    していれば飛ばし、先行ステップが正常終了していな
000000*    ければ実行せずに飛ばした記録を残す
000000 RunOneStep.
000000
000000     IF EntCompleted(StepCursor) THEN
000000         ADD 1 TO CarriedCount
000000         IF LanguageEnglish THEN
000000             DISPLAY EntName(StepCursor)
000000                 " already completed; not rerun."
000000         ELSE
000000             DISPLAY EntName(StepCursor)
000000                 " は正常終了済みのため"
000000             DISPLAY "再実行しません。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM CheckDependencies.
000000     IF DependNotMet THEN
000000         PERFORM BypassStep
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM TakeEventTimestamp.
000000     MOVE SPACES TO JobLogRecord.
000000     MOVE JobStamp TO JobLogJobStamp.
000000     SET JobLogStepStart TO TRUE.
000000     MOVE EntName(StepCursor) TO JobLogStepName.
000000     MOVE EntProgram(StepCursor) TO JobLogProgram.
000000     MOVE EventTimestamp TO JobLogTimestamp.
000000     MOVE 0 TO JobLogCode.
000000     WRITE JobLogRecord.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Step " EntName(StepCursor) " started."
000000     ELSE
000000         DISPLAY "ステップ " EntName(StepCursor)
000000             " を開始します。"
000000     END-IF.
000000
000000     PERFORM BuildStepCommand.
000000     PERFORM InvokeStepProgram.
000000     ADD 1 TO RanCount.
000000
000000     MOVE StepCode TO EntCode(StepCursor).
000000     IF StepCode > EntMaxCode(StepCursor) THEN
000000         MOVE "F" TO EntState(StepCursor)
000000         MOVE 8 TO JobSeverity
000000     ELSE
000000         MOVE "C" TO EntState(StepCursor)
000000     END-IF.
000000
000000     PERFORM TakeEventTimestamp.
000000     MOVE SPACES TO JobLogRecord.
000000     MOVE JobStamp TO JobLogJobStamp.
000000     SET JobLogStepEnd TO TRUE.
000000     MOVE EntName(StepCursor) TO JobLogStepName.
000000     MOVE EntProgram(StepCursor) TO JobLogProgram.
000000     MOVE EventTimestamp TO JobLogTimestamp.
000000     MOVE StepCode TO JobLogCode.
000000     MOVE EntState(StepCursor) TO JobLogOutcome.
000000     WRITE JobLogRecord.
000000
000000     IF EntFailed(StepCursor) THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Step " EntName(StepCursor)
000000                 " failed with code " StepCode
000000         ELSE
000000             DISPLAY "ステップ " EntName(StepCursor)
000000                 " は完了コード " StepCode " で失敗"
000000         END-IF
000000     ELSE
000000         IF LanguageEnglish THEN
000000             DISPLAY "Step " EntName(StepCursor)
000000                 " ended with code " StepCode
000000         ELSE
000000             DISPLAY "ステップ " EntName(StepCursor)
000000                 " は完了コード " StepCode " で終了"
000000         END-IF
000000     END-IF.
000000
000000*    先行ステップがすべて今回のジョブで正常終了している
000000*    かを確かめる。表に無い名前も未達として扱う
000000 CheckDependencies.
000000
000000     MOVE "N" TO DependBlocked.
000000     MOVE SPACES TO BlockingStep.
000000     PERFORM VARYING DependCursor FROM 1 BY 1
000000         UNTIL DependCursor > 4 OR DependNotMet
000000         IF EntDependsOn(StepCursor, DependCursor)
000000             NOT = SPACES THEN
000000             MOVE EntDependsOn(StepCursor, DependCursor)
000000                 TO BlockingStep
000000             PERFORM FindStepByName
000000             IF FoundStep = 0 THEN
000000                 MOVE "Y" TO DependBlocked
000000             ELSE
000000                 IF NOT EntCompleted(FoundStep) THEN
000000                     MOVE "Y" TO DependBlocked
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000
000000*    先行ステップの失敗で実行しなかったステップを記録する。
000000*    飛ばしたステップは次回の再開で実行の対象になる
000000 BypassStep.
000000
000000     MOVE "S" TO EntState(StepCursor).
000000     MOVE 0 TO EntCode(StepCursor).
000000     MOVE 8 TO JobSeverity.
000000     ADD 1 TO BypassCount.
000000
000000     PERFORM TakeEventTimestamp.
000000     MOVE SPACES TO JobLogRecord.
000000     MOVE JobStamp TO JobLogJobStamp.
000000     SET JobLogStepSkipped TO TRUE.
000000     MOVE EntName(StepCursor) TO JobLogStepName.
000000     MOVE EntProgram(StepCursor) TO JobLogProgram.
000000     MOVE EventTimestamp TO JobLogTimestamp.
000000     MOVE 0 TO JobLogCode.
000000     SET JobLogBypassed TO TRUE.
000000     WRITE JobLogRecord.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Step " EntName(StepCursor)
000000             " skipped; " BlockingStep " did not complete."
000000     ELSE
000000         DISPLAY "ステップ " EntName(StepCursor)
000000             " は " BlockingStep " が未完了のため"
000000         DISPLAY "飛ばしました。"
000000     END-IF.
000000
000000*    プログラム名とPARMから起動コマンドを組み立てる。PARM
000000*    中の&STAMPはジョブの実行時刻印に置き換える
000000 BuildStepCommand.
000000
000000     MOVE SPACES TO ParmBefore.
000000     MOVE SPACES TO ParmAfter.
000000     MOVE 0 TO StampMarkCount.
000000     INSPECT EntParmText(StepCursor) TALLYING StampMarkCount
000000         FOR ALL "&STAMP".
000000
000000     MOVE SPACES TO CommandLine.
000000     IF StampMarkCount = 0 THEN
000000         STRING FUNCTION TRIM(EntProgram(StepCursor))
000000             " " EntParmText(StepCursor)
000000             DELIMITED BY SIZE INTO CommandLine
000000     ELSE
000000         UNSTRING EntParmText(StepCursor)
000000             DELIMITED BY "&STAMP"
000000             INTO ParmBefore, ParmAfter
000000         END-UNSTRING
000000         STRING FUNCTION TRIM(EntProgram(StepCursor))
000000             " " FUNCTION TRIM(ParmBefore TRAILING)
000000             JobStamp
000000             ParmAfter
000000             DELIMITED BY SIZE INTO CommandLine
000000     END-IF.
000000
000000*    組み立てたコマンドでステップのプログラムを起動し、
000000*    完了コードを受け取る。終了状態は上位バイトに返る
000000*    ため256で割って完了コードに直す
000000 InvokeStepProgram.
000000
000000     CALL "SYSTEM" USING CommandLine.
000000     MOVE RETURN-CODE TO SystemStatus.
000000     MOVE 0 TO RETURN-CODE.
000000
000000     IF SystemStatus < 0 THEN
000000         MOVE 999 TO StepCode
000000     ELSE
000000         IF SystemStatus > 255 THEN
000000             DIVIDE SystemStatus BY 256 GIVING StepCode
000000         ELSE
000000             MOVE SystemStatus TO StepCode
000000         END-IF
000000     END-IF.
000000
000000*    記録に使う現在の時刻印を作る
000000 TakeEventTimestamp.
000000
000000     ACCEPT StampDate FROM DATE YYYYMMDD.
000000     ACCEPT StampTime FROM TIME.
000000     STRING StampDate StampTime DELIMITED BY SIZE
000000         INTO EventTimestamp.
000000
000000*    ジョブの結果を画面に表示する
000000 ShowJobTotals.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Steps run: " RanCount
000000             " Skipped: " BypassCount
000000             " Carried over: " CarriedCount
000000         IF JobSeverity = 0 THEN
000000             DISPLAY "Job " JobStamp " completed."
000000         ELSE
000000             DISPLAY "Job " JobStamp " incomplete; rerun"
000000             DISPLAY "resumes at the first unfinished step."
000000         END-IF
000000     ELSE
000000         DISPLAY "実行: " RanCount
000000             " 飛ばし: " BypassCount
000000             " 前回完了: " CarriedCount
000000         IF JobSeverity = 0 THEN
000000             DISPLAY "ジョブ " JobStamp
000000                 " は完了しました。"
000000         ELSE
000000             DISPLAY "ジョブ " JobStamp
000000                 " は未完了です。"
000000             DISPLAY "再実行で未完了のステップ"
000000             DISPLAY "から再開します。"
000000         END-IF
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "JobStream" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
