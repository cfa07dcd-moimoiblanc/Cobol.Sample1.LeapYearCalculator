000000*    ジョブステップ記録レコード(JOB-STEP-LOG-FILE)
000000*    ジョブ制御がジョブ開始・各ステップの開始と終了・
000000*    飛ばしたステップ・ジョブ完了を１件ずつ追記する。
000000*    再実行時はこの記録から未完了のステップを割り出す
000000 1   JobLogRecord.
000000 2       JobLogJobStamp PIC X(16).
000000 2       JobLogEvent PIC X(1).
000000     88  JobLogJobStart VALUE "J".
000000     88  JobLogStepStart VALUE "S".
000000     88  JobLogStepEnd VALUE "E".
000000     88  JobLogStepSkipped VALUE "K".
000000     88  JobLogJobEnd VALUE "Z".
000000 2       JobLogStepName PIC X(8).
000000 2       JobLogProgram PIC X(16).
000000 2       JobLogTimestamp PIC X(16).
000000 2       JobLogCode PIC 9(3).
000000*    ステップの結果(C=正常 F=失敗 S=先行失敗で飛ばした)
000000 2       JobLogOutcome PIC X(1).
000000     88  JobLogCompleted VALUE "C".
000000     88  JobLogFailed VALUE "F".
000000     88  JobLogBypassed VALUE "S".
