000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    RuleApplyが承認済みの変更の反映時に追記した規則変更
000000*    履歴ファイル
000000     SELECT RuleHistoryFile ASSIGN TO "RULESH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RuleHistoryFileStatus.
000000         " DIV" HistoryDivisor
000000         " VER" HistoryOldVersion
000000         ">" HistoryNewVersion
000000         " BY " HistoryApprover
000000         " EFF" HistoryEffDate
000000         DELIMITED BY SIZE INTO ReportBuffer.
000000     PERFORM WriteReportLine.
000000
