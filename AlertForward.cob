000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. AlertForward.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    全プログラムが追記する運用警報ファイル
000000     SELECT AlertFile ASSIGN TO "ALERTF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AlertFileStatus.
000000*    前回までに転送した警報の件数(読み始めの位置)
000000     SELECT AlertPositionFile ASSIGN TO "ALERTPOS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AlertPositionFileStatus.
000000*    監視コンソールが拾う固定形式メッセージファイル
000000     SELECT ConsoleFile ASSIGN TO "ALERTCON"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ConsoleFileStatus.
000000*    操作員が閉じた警報を記録する確認ファイル
000000     SELECT AlertAckFile ASSIGN TO "ALERTACK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AlertAckFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  AlertFile.
000000 COPY LYCALRT.
000000 FD  AlertPositionFile.
000000 1   AlertPositionRecord.
000000 2       PositionCount PIC 9(9).
000000 2       PositionStamp PIC X(16).
000000 FD  ConsoleFile.
000000 COPY LYCCONS.
000000 FD  AlertAckFile.
000000 COPY LYCAACK.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   ForwardFileWork.
000000 2       AlertFileStatus PIC X(2).
000000 2       AlertPositionFileStatus PIC X(2).
000000 2       ConsoleFileStatus PIC X(2).
000000 2       AlertAckFileStatus PIC X(2).
000000 2       AlertEof PIC X(1).
000000     88  AlertAtEnd VALUE "Y".
000000 2       AckEof PIC X(1).
000000     88  AckAtEnd VALUE "Y".
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
000000*    転送位置と件数の作業領域
000000 1   ForwardWork.
000000 2       LastPosition PIC 9(9).
000000 2       ForwardFrom PIC 9(9).
000000 2       AlertNumber PIC 9(9).
000000 2       ForwardedCount PIC 9(9).
000000 2       ForwardDate PIC 9(8).
000000 2       ForwardTime PIC 9(8).
000000 2       ForwardStamp PIC X(16).
000000 2       MessageNumber PIC X(3).
000000 2       MessageLevel PIC X(1).
000000 2       ForwardSeverity PIC 9(2).
000000
000000*    警報を閉じる指定(ACK=警報番号)の作業領域
000000 1   AckWork.
000000 2       AckTarget PIC 9(9) VALUE 0.
000000 2       AckTargetText PIC X(10).
000000 2       AckRequested PIC X(1) VALUE "N".
000000     88  AckMode VALUE "Y".
000000 2       AckTargetFound PIC X(1).
000000     88  AckAlertExists VALUE "Y".
000000 2       AckAlreadyDone PIC X(1).
000000     88  AckAlreadyClosed VALUE "Y".
000000 2       AckOperatorId PIC X(8).
000000 2       AckClosedBy PIC X(8).
000000 2       AckClosedAt PIC X(16).
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
000000     MOVE 0 TO ForwardSeverity.
000000     ACCEPT ForwardDate FROM DATE YYYYMMDD.
000000     ACCEPT ForwardTime FROM TIME.
000000     STRING ForwardDate ForwardTime DELIMITED BY SIZE
000000         INTO ForwardStamp.
000000
000000     IF AckMode THEN
000000         PERFORM CloseAlert
000000     ELSE
000000         PERFORM ForwardNewAlerts
000000     END-IF.
000000
000000     MOVE ForwardSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE ForwardSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、ACK=・LANG=の
000000*    指定を反映する
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
000000         WHEN "ACK"
000000             MOVE "Y" TO AckRequested
000000             MOVE ParmTokenVal TO AckTargetText
000000             IF FUNCTION TRIM(AckTargetText) IS NUMERIC THEN
000000                 COMPUTE AckTarget =
000000                     FUNCTION NUMVAL(AckTargetText)
000000             END-IF
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    前回の位置より後ろに追記された警報をコンソール形式で
000000*    書き出し、位置を進める。警報ファイルが前回の位置より
000000*    短ければ作り直されたものとみなし、先頭から転送する
000000 ForwardNewAlerts.
000000
000000     PERFORM LoadPosition.
000000     MOVE 0 TO ForwardedCount.
000000
000000     OPEN INPUT AlertFile.
000000     IF AlertFileStatus = "35" THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "ALERTF not found; no alerts."
000000         ELSE
000000             DISPLAY "ALERTFが見つからないため"
000000             DISPLAY "警報はありません。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000     CLOSE AlertFile.
000000
000000     OPEN EXTEND ConsoleFile.
000000     IF ConsoleFileStatus = "35" THEN
000000         OPEN OUTPUT ConsoleFile
000000     END-IF.
000000
000000     COMPUTE ForwardFrom = LastPosition + 1.
000000     PERFORM ForwardAlertPass.
000000     IF AlertNumber < LastPosition THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "ALERTF is shorter than the last"
000000             DISPLAY "position; forwarding from the top."
000000         ELSE
000000             DISPLAY "ALERTFが前回の位置より短いため"
000000             DISPLAY "先頭から転送します。"
000000         END-IF
000000         MOVE 4 TO ForwardSeverity
000000         MOVE 1 TO ForwardFrom
000000         PERFORM ForwardAlertPass
000000     END-IF.
000000
000000     CLOSE ConsoleFile.
000000
000000     MOVE AlertNumber TO LastPosition.
000000     PERFORM SavePosition.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Alerts forwarded: " ForwardedCount
000000     ELSE
000000         DISPLAY "転送した警報: " ForwardedCount
000000     END-IF.
000000
000000*    警報ファイルを先頭から読み、ForwardFrom件目以降を
000000*    コンソール形式で書き出す
000000 ForwardAlertPass.
000000
000000     MOVE 0 TO AlertNumber.
000000     OPEN INPUT AlertFile.
000000     MOVE "N" TO AlertEof.
000000     PERFORM UNTIL AlertAtEnd
000000         READ AlertFile
000000             AT END
000000                 MOVE "Y" TO AlertEof
000000             NOT AT END
000000                 ADD 1 TO AlertNumber
000000                 IF AlertNumber >= ForwardFrom THEN
000000                     PERFORM WriteConsoleAlert
000000                     ADD 1 TO ForwardedCount
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE AlertFile.
000000
000000*    警報１件をコンソールの固定形式に組み立てて書き出す
000000 WriteConsoleAlert.
000000
000000     EVALUATE AlertCode
000000         WHEN "RCHIGH"
000000             MOVE "001" TO MessageNumber
000000         WHEN "SELFTEST"
000000             MOVE "002" TO MessageNumber
000000         WHEN "BALANCE"
000000             MOVE "003" TO MessageNumber
000000         WHEN "RULESLCK"
000000             MOVE "004" TO MessageNumber
000000         WHEN "RUNLOCK"
000000             MOVE "005" TO MessageNumber
000000         WHEN "RULESDEF"
000000             MOVE "006" TO MessageNumber
000000         WHEN "HOLIDFUL"
000000             MOVE "007" TO MessageNumber
000000         WHEN OTHER
000000             MOVE "099" TO MessageNumber
000000     END-EVALUATE.
000000
000000     EVALUATE TRUE
000000         WHEN AlertSeverity IS NOT NUMERIC
000000             MOVE "E" TO MessageLevel
000000         WHEN AlertSeverity >= 12
000000             MOVE "S" TO MessageLevel
000000         WHEN AlertSeverity >= 8
000000             MOVE "E" TO MessageLevel
000000         WHEN AlertSeverity >= 4
000000             MOVE "W" TO MessageLevel
000000         WHEN OTHER
000000             MOVE "I" TO MessageLevel
000000     END-EVALUATE.
000000
000000     MOVE SPACES TO ConsoleMessage.
000000     STRING "LYC" MessageNumber MessageLevel
000000         DELIMITED BY SIZE INTO ConsoleMessageId.
000000     MOVE AlertNumber TO ConsoleAlertNo.
000000     MOVE AlertStamp TO ConsoleStamp.
000000     MOVE AlertProgram TO ConsoleProgram.
000000     MOVE AlertCode TO ConsoleCode.
000000     MOVE AlertText TO ConsoleText.
000000     WRITE ConsoleMessage.
000000
000000*    指定された番号の警報を閉じる。警報が存在し、まだ
000000*    閉じられていなければ確認ファイルへ記録し、コンソール
000000*    へも閉じた旨を知らせる
000000 CloseAlert.
000000
000000     IF AckTarget = 0 THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "ACK must give an alert number."
000000         ELSE
000000             DISPLAY "ACK=には警報番号を指定して"
000000             DISPLAY "下さい。"
000000         END-IF
000000         MOVE 8 TO ForwardSeverity
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM FindTargetAlert.
000000     IF NOT AckAlertExists THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "No alert number " AckTarget
000000                 " in ALERTF."
000000         ELSE
000000             DISPLAY "ALERTFに警報番号 " AckTarget
000000             DISPLAY "はありません。"
000000         END-IF
000000         MOVE 4 TO ForwardSeverity
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM FindExistingAck.
000000     IF AckAlreadyClosed THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Alert " AckTarget " was already"
000000                 " closed by " AckClosedBy " at "
000000                 AckClosedAt
000000         ELSE
000000             DISPLAY "警報 " AckTarget " は "
000000                 AckClosedBy " が"
000000             DISPLAY AckClosedAt " に閉じています。"
000000         END-IF
000000         MOVE 4 TO ForwardSeverity
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE SPACES TO AckOperatorId.
000000     ACCEPT AckOperatorId FROM ENVIRONMENT "USER".
000000
000000     OPEN EXTEND AlertAckFile.
000000     IF AlertAckFileStatus = "35" THEN
000000         OPEN OUTPUT AlertAckFile
000000     END-IF.
000000     MOVE AckTarget TO AckAlertNo.
000000     MOVE AckOperatorId TO AckOperator.
000000     MOVE ForwardStamp TO AckStamp.
000000     MOVE AlertProgram TO AckProgram.
000000     MOVE AlertCode TO AckCode.
000000     WRITE AlertAckRecord.
000000     CLOSE AlertAckFile.
000000
000000     OPEN EXTEND ConsoleFile.
000000     IF ConsoleFileStatus = "35" THEN
000000         OPEN OUTPUT ConsoleFile
000000     END-IF.
000000     MOVE SPACES TO ConsoleMessage.
000000     MOVE "LYC900I" TO ConsoleMessageId.
000000     MOVE AckTarget TO ConsoleAlertNo.
000000     MOVE ForwardStamp TO ConsoleStamp.
000000     MOVE AlertProgram TO ConsoleProgram.
000000     MOVE AlertCode TO ConsoleCode.
000000     STRING "Closed by " AckOperatorId
000000         DELIMITED BY SIZE INTO ConsoleText.
000000     WRITE ConsoleMessage.
000000     CLOSE ConsoleFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Alert " AckTarget " closed."
000000     ELSE
000000         DISPLAY "警報 " AckTarget " を閉じました。"
000000     END-IF.
000000
000000*    警報ファイルをAckTarget件目まで読み、その警報を
000000*    AlertRecordに残す
000000 FindTargetAlert.
000000
000000     MOVE "N" TO AckTargetFound.
000000     OPEN INPUT AlertFile.
000000     IF AlertFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE 0 TO AlertNumber.
000000     MOVE "N" TO AlertEof.
000000     PERFORM UNTIL AlertAtEnd OR AckAlertExists
000000         READ AlertFile
000000             AT END
000000                 MOVE "Y" TO AlertEof
000000             NOT AT END
000000                 ADD 1 TO AlertNumber
000000                 IF AlertNumber = AckTarget THEN
000000                     MOVE "Y" TO AckTargetFound
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE AlertFile.
000000
000000*    確認ファイルに同じ警報番号の記録が既にあるか調べる
000000 FindExistingAck.
000000
000000     MOVE "N" TO AckAlreadyDone.
000000     OPEN INPUT AlertAckFile.
000000     IF AlertAckFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO AckEof.
000000     PERFORM UNTIL AckAtEnd OR AckAlreadyClosed
000000         READ AlertAckFile
000000             AT END
000000                 MOVE "Y" TO AckEof
000000             NOT AT END
000000                 IF AckAlertNo = AckTarget THEN
000000                     MOVE "Y" TO AckAlreadyDone
000000                     MOVE AckOperator TO AckClosedBy
000000                     MOVE AckStamp TO AckClosedAt
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE AlertAckFile.
000000
000000*    前回までに転送した件数を読む(無ければ０件から)
000000 LoadPosition.
000000
000000     MOVE 0 TO LastPosition.
000000     OPEN INPUT AlertPositionFile.
000000     IF AlertPositionFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     READ AlertPositionFile
000000         AT END
000000             CONTINUE
000000         NOT AT END
000000             IF PositionCount IS NUMERIC THEN
000000                 MOVE PositionCount TO LastPosition
000000             END-IF
000000     END-READ.
000000     CLOSE AlertPositionFile.
000000
000000*    今回までに転送した件数を位置ファイルへ書き戻す
000000 SavePosition.
000000
000000     OPEN OUTPUT AlertPositionFile.
000000     MOVE LastPosition TO PositionCount.
000000     MOVE ForwardStamp TO PositionStamp.
000000     WRITE AlertPositionRecord.
000000     CLOSE AlertPositionFile.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "AlertForward" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
