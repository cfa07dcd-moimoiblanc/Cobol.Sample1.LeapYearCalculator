000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. OperAuth.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    セキュリティ担当が保守する操作者権限プロファイル
000000     SELECT OperatorProfileFile ASSIGN TO "OPERPRF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OperatorProfileFileStatus.
000000*    拒否した起動・機能を１件ずつ追記する権限違反記録
000000     SELECT SecurityViolationFile ASSIGN TO "SECVIOL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SecurityViolationFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  OperatorProfileFile.
000000 COPY LYCOPRF.
000000 FD  SecurityViolationFile.
000000 COPY LYCSVIO.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   AuthFileWork.
000000 2       OperatorProfileFileStatus PIC X(2).
000000 2       SecurityViolationFileStatus PIC X(2).
000000 2       ProfileEof PIC X(1).
000000     88  ProfileAtEnd VALUE "Y".
000000
000000*    有効期限の判定と時刻印の作業領域
000000 1   AuthWork.
000000 2       AuthDate PIC 9(8).
000000 2       AuthTime PIC 9(8).
000000
000000 LINKAGE SECTION.
000000
000000 COPY LYCOAUT.
000000
000000 PROCEDURE DIVISION USING OperAuthArea.
000000 MAIN.
000000
000000     MOVE SPACES TO OperAuthOperator.
000000     ACCEPT OperAuthOperator FROM ENVIRONMENT "USER".
000000     ACCEPT AuthDate FROM DATE YYYYMMDD.
000000     ACCEPT AuthTime FROM TIME.
000000
000000     MOVE "N" TO OperAuthResult.
000000     SET OperAuthNoProfile TO TRUE.
000000
000000*    プロファイルが無ければ誰にも許可しない(保守機能を
000000*    無防備に開放しないため)
000000     OPEN INPUT OperatorProfileFile.
000000     IF OperatorProfileFileStatus = "35" THEN
000000         SET OperAuthNoFile TO TRUE
000000     ELSE
000000         MOVE "N" TO ProfileEof
000000         PERFORM UNTIL ProfileAtEnd OR OperAuthGranted
000000             READ OperatorProfileFile
000000                 AT END
000000                     MOVE "Y" TO ProfileEof
000000                 NOT AT END
000000                     PERFORM MatchProfileEntry
000000             END-READ
000000         END-PERFORM
000000         CLOSE OperatorProfileFile
000000     END-IF.
000000
000000     IF NOT OperAuthGranted THEN
000000         PERFORM WriteViolation
000000     END-IF.
000000
000000     EXIT PROGRAM.
000000
000000*    プロファイル１件が操作者・プログラム・機能に合うかを
000000*    調べる。起動時の検査(機能が空白)はそのプログラムの
000000*    権限が１件でもあれば可とする。合っても最終有効日を
000000*    過ぎていれば期限切れとして記録し、他の行を探し続ける
000000 MatchProfileEntry.
000000
000000     IF OperAuthOperator = SPACES OR
000000         ProfileOperator NOT = OperAuthOperator OR
000000         ProfileProgram NOT = OperAuthProgram THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF OperAuthFunction NOT = SPACE AND
000000         ProfileFunction NOT = OperAuthFunction AND
000000         NOT ProfileAllFunctions THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF ProfileExpiry IS NUMERIC AND
000000         ProfileExpiry >= AuthDate THEN
000000         MOVE "Y" TO OperAuthResult
000000     ELSE
000000         SET OperAuthExpired TO TRUE
000000     END-IF.
000000
000000*    拒否した起動・機能を権限違反記録へ追記する
000000 WriteViolation.
000000
000000     OPEN EXTEND SecurityViolationFile.
000000     IF SecurityViolationFileStatus = "35" THEN
000000         OPEN OUTPUT SecurityViolationFile
000000     END-IF.
000000
000000     STRING AuthDate AuthTime DELIMITED BY SIZE
000000         INTO ViolationStamp.
000000     MOVE OperAuthOperator TO ViolationOperator.
000000     MOVE OperAuthProgram TO ViolationProgram.
000000     MOVE OperAuthFunction TO ViolationFunction.
000000     MOVE OperAuthReason TO ViolationReason.
000000     WRITE SecurityViolationRecord.
000000
000000     CLOSE SecurityViolationFile.
