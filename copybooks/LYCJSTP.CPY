000000*    ジョブステップ制御レコード(JOB-STEP-CONTROL-FILE)
000000*    夜間サイクルの各ステップについて、起動するプログラム
000000*    とPARM・許容する最大完了コード・先行ステップを運用が
000000*    ここで保守する。レコードの並びがそのまま実行順になる
000000 1   StepControlRecord.
000000 2       StepName PIC X(8).
000000 2       StepProgram PIC X(16).
000000*    この値を超える完了コードはステップの失敗とみなす
000000 2       StepMaxCode PIC 9(2).
000000*    正常終了していなければならない先行ステップ名(空白は
000000*    指定なし)
000000 2       StepDependsOn PIC X(8) OCCURS 4.
000000*    プログラムへ渡すPARM。&STAMPはジョブの実行時刻印に
000000*    置き換えて渡す(区画別バッチの時刻印をそろえるため)
000000 2       StepParmText PIC X(60).
