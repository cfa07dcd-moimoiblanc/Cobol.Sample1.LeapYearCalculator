000000*    連鎖値計算副プログラム(AuditChain)の連絡領域。
000000*    G=連鎖の錨(最後の通番と連鎖値)をCHAINFから読む
000000*    H=ChainValueを直前の連鎖値として、ChainDataの先頭
000000*      ChainDataLengthバイトから新しい連鎖値を求める
000000*    P=ChainSeqとChainValueを連鎖の錨としてCHAINFへ書く
000000 1   AuditChainArea.
000000 2       ChainFunction PIC X(1).
000000     88  ChainGetAnchor VALUE "G".
000000     88  ChainHashRecord VALUE "H".
000000     88  ChainPutAnchor VALUE "P".
000000*    連鎖の名前(AUDITF/RULESH)
000000 2       ChainFileId PIC X(8).
000000 2       ChainSeq PIC 9(9).
000000 2       ChainValue PIC 9(10).
000000 2       ChainDataLength PIC 9(3).
000000 2       ChainData PIC X(200).
000000*    Gで錨が見つかったか(無ければ通番0・連鎖値0から)
000000 2       ChainResult PIC X(1).
000000     88  ChainAnchorFound VALUE "Y".
