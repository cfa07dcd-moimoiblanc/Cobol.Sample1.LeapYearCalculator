000000*    運用警報レコード(ALERT-FILE)
000000*    全プログラムが障害の起きた時点で１件追記する共通の
000000*    警報。AlertForwardが監視コンソールの形式で転送する
000000*    警報コード:
000000*      RCHIGH   完了コードがしきい値以上
000000*      SELFTEST 起動時自己診断の失敗
000000*      BALANCE  LeapBalanceの残高照合の不一致
000000*      RULESLCK 規則ロックが他の実行に保持されていた
000000*      RUNLOCK  実行ロックの待ち時間切れ
000000*      RULESDEF 規則が読めず組込みの既定規則で判定した
000000*      HOLIDFUL 祝日ファイルが祝日表の上限を超えた
000000 1   AlertRecord.
000000 2       AlertStamp PIC X(16).
000000 2       AlertProgram PIC X(16).
000000 2       AlertSeverity PIC 9(2).
000000 2       AlertCode PIC X(8).
000000 2       AlertText PIC X(60).
