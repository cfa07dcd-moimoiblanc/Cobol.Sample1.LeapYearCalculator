000000*    操作者権限検査副プログラム(OperAuth)の連絡領域。
000000*    呼出し側がプログラム名と機能コード(空白は起動時の
000000*    検査)を渡し、USERの操作者IDと可否を受け取る。拒否
000000*    した場合は副プログラムが権限違反記録へ追記する
000000 1   OperAuthArea.
000000 2       OperAuthProgram PIC X(12).
000000 2       OperAuthFunction PIC X(1).
000000 2       OperAuthOperator PIC X(8).
000000 2       OperAuthResult PIC X(1).
000000     88  OperAuthGranted VALUE "Y".
000000*    拒否理由(権限違反記録のViolationReasonと同じコード)
000000 2       OperAuthReason PIC X(1).
000000     88  OperAuthNoProfile VALUE "N".
000000     88  OperAuthExpired VALUE "E".
000000     88  OperAuthNoFile VALUE "F".
