000000*    警報記録副プログラム(AlertWrite)の連絡領域。
000000*    A=警報コードと本文を渡して１件記録する
000000*    C=完了コードを渡し、しきい値(環境変数ALERTRC、既定
000000*      8)以上なら完了コード警報を１件記録する
000000 1   AlertRequest.
000000 2       AlertRequestFunction PIC X(1).
000000     88  AlertRaise VALUE "A".
000000     88  AlertCompletion VALUE "C".
000000 2       AlertRequestProgram PIC X(16).
000000 2       AlertRequestSeverity PIC 9(2).
000000 2       AlertRequestCode PIC X(8).
000000 2       AlertRequestText PIC X(60).
