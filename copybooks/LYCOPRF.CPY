000000*    操作者権限プロファイルレコード(OPERATOR-PROFILE-FILE)
000000*    セキュリティ担当が保守する。操作者ID・プログラム名
000000*    (PROGRAM-IDと同じ綴り)・機能コードの組ごとに１件を
000000*    置き、最終有効日を過ぎた行は権限として扱わない
000000 1   OperatorProfileRecord.
000000 2       ProfileOperator PIC X(8).
000000 2       ProfileProgram PIC X(12).
000000*    各プログラムの機能コード。*はそのプログラムの全機能
000000 2       ProfileFunction PIC X(1).
000000     88  ProfileAllFunctions VALUE "*".
000000*    最終有効日(YYYYMMDD)。この日を過ぎると無効
000000 2       ProfileExpiry PIC 9(8).
