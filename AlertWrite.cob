000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. AlertWrite.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    全プログラムが共有する運用警報ファイル
000000     SELECT AlertFile ASSIGN TO "ALERTF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AlertFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  AlertFile.
000000 COPY LYCALRT.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   AlertFileWork.
000000 2       AlertFileStatus PIC X(2).
000000
000000*    完了コード警報のしきい値と時刻印の作業領域
000000 1   AlertWork.
000000 2       AlertThreshold PIC 9(2).
000000 2       AlertThresholdText PIC X(8).
000000 2       AlertDateNow PIC 9(8).
000000 2       AlertTimeNow PIC 9(8).
000000
000000 LINKAGE SECTION.
000000
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION USING AlertRequest.
000000 MAIN.
000000
000000     IF AlertCompletion THEN
000000         PERFORM LoadThreshold
000000         IF AlertRequestSeverity < AlertThreshold THEN
000000             EXIT PROGRAM
000000         END-IF
000000         MOVE "RCHIGH" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Completion code " AlertRequestSeverity
000000             DELIMITED BY SIZE INTO AlertRequestText
000000     END-IF.
000000
000000     PERFORM WriteAlert.
000000
000000     EXIT PROGRAM.
000000
000000*    完了コード警報のしきい値を環境変数ALERTRCから受け
000000*    取る。指定が無いか数字でなければ8(エラー以上)とする
000000 LoadThreshold.
000000
000000     MOVE 8 TO AlertThreshold.
000000     MOVE SPACES TO AlertThresholdText.
000000     ACCEPT AlertThresholdText FROM ENVIRONMENT "ALERTRC".
000000     IF AlertThresholdText NOT = SPACES AND
000000         FUNCTION TRIM(AlertThresholdText) IS NUMERIC THEN
000000         COMPUTE AlertThreshold =
000000             FUNCTION NUMVAL(AlertThresholdText)
000000     END-IF.
000000
000000*    警報１件を時刻印付きで警報ファイルへ追記する
000000 WriteAlert.
000000
000000     OPEN EXTEND AlertFile.
000000     IF AlertFileStatus = "35" THEN
000000         OPEN OUTPUT AlertFile
000000     END-IF.
000000
000000     ACCEPT AlertDateNow FROM DATE YYYYMMDD.
000000     ACCEPT AlertTimeNow FROM TIME.
000000     MOVE SPACES TO AlertRecord.
000000     STRING AlertDateNow AlertTimeNow DELIMITED BY SIZE
000000         INTO AlertStamp.
000000     MOVE AlertRequestProgram TO AlertProgram.
000000     MOVE AlertRequestSeverity TO AlertSeverity.
000000     MOVE AlertRequestCode TO AlertCode.
000000     MOVE AlertRequestText TO AlertText.
000000     WRITE AlertRecord.
000000
000000     CLOSE AlertFile.
