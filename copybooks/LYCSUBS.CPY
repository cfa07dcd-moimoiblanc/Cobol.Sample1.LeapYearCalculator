000000 2       SubscriberFormat PIC X(1).
000000     88  SubscriberFixed VALUE "F".
000000     88  SubscriberDelimited VALUE "D".
000000*    受領確認を待つ猶予日数(配信日から数える。数字で
000000*    なければ受領照合側の既定日数を使う)
000000 2       SubscriberGraceDays PIC 9(3).
