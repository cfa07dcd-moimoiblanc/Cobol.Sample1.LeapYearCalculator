000000*    権限違反記録レコード(SECURITY-VIOLATION-FILE)
000000*    保守プログラムが操作者権限プロファイルにより拒否した
000000*    起動・機能を１件ずつ追記する。週次でSecReportが
000000*    セキュリティ担当向けに集計する
000000*    理由 N=該当する権限なし E=権限の有効期限切れ
000000*         F=プロファイルファイルが無い
000000 1   SecurityViolationRecord.
000000 2       ViolationStamp PIC X(16).
000000 2       ViolationOperator PIC X(8).
000000 2       ViolationProgram PIC X(12).
000000*    拒否した機能コード(空白は起動時の検査)
000000 2       ViolationFunction PIC X(1).
000000 2       ViolationReason PIC X(1).
000000     88  ViolationNoProfile VALUE "N".
000000     88  ViolationExpired VALUE "E".
000000     88  ViolationNoFile VALUE "F".
