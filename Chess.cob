		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CatGameID
		ALTERNATE RECORD KEY IS CatWhiteID WITH DUPLICATES
		ALTERNATE RECORD KEY IS CatBlackID WITH DUPLICATES
		ALTERNATE RECORD KEY IS CatEndDate WITH DUPLICATES
		FILE STATUS IS CatalogFileStatus.
	SELECT PlayerFile ASSIGN TO "players.txt"
		ORGANIZATION IS INDEXED
	SELECT PGNFile ASSIGN TO PGNFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PGNFileStatus.
	SELECT RatingFile ASSIGN TO RatingFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RatingFileStatus.
	SELECT TournFile ASSIGN TO "tournaments.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ArcCatGameID
		ALTERNATE RECORD KEY IS ArcCatWhiteID WITH DUPLICATES
		ALTERNATE RECORD KEY IS ArcCatBlackID WITH DUPLICATES
		ALTERNATE RECORD KEY IS ArcCatEndDate WITH DUPLICATES
		FILE STATUS IS ArchCatFileStatus.
	SELECT ArchMoveList ASSIGN TO "archmovelist.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BookLineID
		FILE STATUS IS BookFileStatus.
	SELECT PuzzleFile ASSIGN TO "puzzles.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PuzzleKey
		FILE STATUS IS PuzzleFileStatus.
	SELECT TrainFile ASSIGN TO "training.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TrainPlayerID
		FILE STATUS IS TrainFileStatus.
	SELECT JournalFile ASSIGN TO "journal.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS JrnKey
		FILE STATUS IS JournalFileStatus.
	SELECT BackupFile ASSIGN TO BkSetFileName
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS BackupFileStatus.
	SELECT BackupManifest ASSIGN TO "backupmanifest.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BkmGeneration
		FILE STATUS IS BkmFileStatus.

DATA DIVISION.
FILE SECTION.
	02 SaveWhiteUndoUsed PIC 9.
	02 SaveBlackUndoUsed PIC 9.
	02 SavePositionHistory PIC X(52800).
	02 SaveCompLevel PIC 9.

FD GameCatalog.
01 CatalogData.
	02 CatEndDate PIC 9(8).
	02 CatEndTime PIC 9(6).
	02 CatECO PIC X(3).
	02 CatCompLevel PIC 9.
	02 CatLockFlag PIC X.
		88 CatGameLocked VALUE 'L'.
	02 CatLockOperator PIC X(12).
	02 CatLockSession PIC 9(8).
	02 CatLockDate PIC 9(8).
	02 CatLockTime PIC 9(6).
	02 CatClockMinutes PIC 9(3).
	02 CatIncrementSeconds PIC 9(3).

FD PGNFile.
01 PGNRecord PIC X(100).
	02 TournCurrentRound PIC 99.
	02 TournPlayerCount PIC 99.
	02 TournPlayer OCCURS 16 TIMES PIC X(12).
	02 TournStartDate PIC 9(8).
	02 TournEndDate PIC 9(8).
	02 TournEntryRating OCCURS 16 TIMES PIC 9(4).
	02 TournPlayerStatus OCCURS 16 TIMES PIC A.
		88 TournPlayerWithdrawn VALUE 'W'.
	02 TournHalfByeRound OCCURS 16 TIMES PIC 99.

FD RatingFile.
01 RatingRecord PIC X(200).

FD PairFile.
01 PairData.
FD ArchCatalog.
01 ArcCatalogData.
	02 ArcCatGameID PIC 9(4).
	02 ArcCatHead PIC X(22).
	02 ArcCatWhiteID PIC X(12).
	02 ArcCatBlackID PIC X(12).
	02 ArcCatMiddle PIC X(104).
	02 ArcCatEndDate PIC 9(8).
	02 ArcCatTail PIC X(51).

FD ArchMoveList.
01 ArcMoveData.
FD ArchSave.
01 ArcSaveData.
	02 ArcSaveGameID PIC 9(4).
	02 ArcSaveBody PIC X(53235).

FD OpeningBook.
01 BookData.
	02 BookName PIC X(30).
	02 BookMoves PIC X(60).

FD PuzzleFile.
01 PuzzleData.
	02 PuzzleKey.
		03 PuzGameID PIC 9(4).
		03 PuzPly PIC 9(4).
		03 PuzTheme PIC A.
			88 PuzHungPiece VALUE 'H'.
			88 PuzMissedMate VALUE 'M'.
			88 PuzMissedCapture VALUE 'C'.
	02 PuzFEN PIC X(90).
	02 PuzSideToMove PIC A.
	02 PuzFromX PIC 9.
	02 PuzFromY PIC 9.
	02 PuzToX PIC 9.
	02 PuzToY PIC 9.
	02 PuzPlayerID PIC X(12).
	02 PuzTurnNumber PIC 9(4).
	02 PuzAttempts PIC 9(4).
	02 PuzSolved PIC 9(4).
	02 PuzFoundDate PIC 9(8).

FD TrainFile.
01 TrainData.
	02 TrainPlayerID PIC X(12).
	02 TrainAttempts PIC 9(5).
	02 TrainSolved PIC 9(5).
	02 TrainLastKey PIC X(9).
	02 TrainLastDate PIC 9(8).

FD JournalFile.
01 JournalData.
	02 JrnKey.
		03 JrnDate PIC 9(8).
		03 JrnTime PIC 9(6).
		03 JrnSeq PIC 9(4).
	02 JrnOperator PIC X(12).
	02 JrnAction PIC X(4).
	02 JrnGameID PIC 9(4).
	02 JrnPlayerID PIC X(12).
	02 JrnOtherID PIC X(12).
	02 JrnBefore PIC X(60).
	02 JrnAfter PIC X(60).

FD BackupFile
	RECORD IS VARYING IN SIZE FROM 7 TO 53246 CHARACTERS
		DEPENDING ON BkRecLen.
01 BackupRecord.
	02 BkFileCode PIC 99.
	02 BkPGNGameID PIC 9(4).
	02 BkBody PIC X(53240).

FD BackupManifest.
01 BkmData.
	02 BkmGeneration PIC 9(4).
	02 BkmSlot PIC 99.
	02 BkmDate PIC 9(8).
	02 BkmTime PIC 9(6).
	02 BkmOperator PIC X(12).
	02 BkmCount OCCURS 15 TIMES PIC 9(7).
	02 BkmLockedGames PIC 9(4).
01 BkmControlData.
	02 BkmControlKey PIC 9(4).
	02 BkmKeepLimit PIC 99.
	02 FILLER PIC X(135).

WORKING-STORAGE SECTION.
01 ChessBoard.
	02 BIDNum PIC 9(4).
01 CompMoveValue PIC 9 VALUE 0.
01 CompRankFrom PIC 9 VALUE 0.
01 CompRankTo PIC 9 VALUE 0.
01 ComputerLevel PIC 9 VALUE 0.
	88 CompBeginner VALUE 1.
	88 CompClub VALUE 2.
	88 CompExpert VALUE 3.
01 CompLevelChoice PIC X VALUE ' '.
01 CompLevelName PIC X(8) VALUE SPACES.
01 CompOwnColor PIC A VALUE ' '.
01 CompOppColor PIC A VALUE ' '.
01 CompGivesCheckFlag PIC X VALUE 'N'.
	88 CompGivesCheck VALUE 'Y'.
01 CompSavedEPFlag PIC X VALUE 'N'.
01 CompScanFromX PIC 9 VALUE 0.
01 CompScanFromY PIC 9 VALUE 0.
01 CompScanToX PIC 9 VALUE 0.
01 CompScanToY PIC 9 VALUE 0.
01 CompReplyBest PIC S9(4) VALUE 0.
01 CompReplyNet PIC S9(4) VALUE 0.
01 CompFollowBest PIC S9(4) VALUE 0.
01 ReplyFromX PIC 9 VALUE 0.
01 ReplyFromY PIC 9 VALUE 0.
01 ReplyToX PIC 9 VALUE 0.
01 ReplyToY PIC 9 VALUE 0.
01 ReplySavedSourcePiece PIC X(6).
01 ReplySavedDestPiece PIC X(6).
01 FollowFromX PIC 9 VALUE 0.
01 FollowFromY PIC 9 VALUE 0.
01 FollowToX PIC 9 VALUE 0.
01 FollowToY PIC 9 VALUE 0.
01 CompBookFoundFlag PIC X VALUE 'N'.
	88 CompBookFound VALUE 'Y'.
01 CompBookTable.
	02 CompBookTok OCCURS 20 TIMES PIC X(10).
01 CompBookCount PIC 99 VALUE 0.
01 CompBookPick PIC 99 VALUE 0.
01 CompBookQuot PIC 99 VALUE 0.
01 CompPlyBefore PIC 9(4) VALUE 0.
01 CompBoardSave PIC X(388).
01 CompCapturedSave PIC X(120).
01 CompCapturedCountSave PIC 99 VALUE 0.
01 CompTurnSave PIC A VALUE ' '.
01 CompEPFlagSave PIC X VALUE 'N'.
01 CompEPTargetXSave PIC 9 VALUE 0.
01 CompEPTargetYSave PIC 9 VALUE 0.
01 CompEPVictimXSave PIC 9 VALUE 0.
01 CompEPVictimYSave PIC 9 VALUE 0.
01 CompLastMoveSave PIC X(16) VALUE SPACES.
01 CompECOSave PIC X(3) VALUE SPACES.

01 FileLetters PIC X(8) VALUE "abcdefgh".
01 TranscriptEndFlag PIC X VALUE 'N'.
		03 TSeatID PIC X(12).
		03 TSeatRating PIC 9(4).
		03 TSeatScore PIC 99V9.
		03 TSeatNo PIC 99.
		03 TSeatBuchholz PIC 999V9.
		03 TSeatSonneborn PIC 999V99.
01 TournSeatSwap PIC X(30) VALUE SPACES.
01 TournSeatCount PIC 99 VALUE 0.
01 TSeatIdx PIC 99 VALUE 0.
01 TSeatJdx PIC 99 VALUE 0.
01 CrossRoundNo PIC 99 VALUE 0.
01 TournModQ PIC 9(4) VALUE 0.
01 TournModR PIC 9(4) VALUE 0.
01 TournLinkOkFlag PIC X VALUE 'N'.
	88 TournLinkOk VALUE 'Y'.
01 TournForfeitChoice PIC X VALUE ' '.
01 TournStatusText PIC X(12) VALUE SPACES.
01 TournBuchEdited PIC ZZ9.9.
01 TournSBEdited PIC ZZ9.99.
01 TournConfirm PIC X VALUE 'N'.

01 SwHistTable.
	02 SwHist OCCURS 16 TIMES.
		03 SwOppCount PIC 99.
		03 SwOpp OCCURS 40 TIMES PIC 99.
		03 SwColorBal PIC S99.
		03 SwLastColor PIC X.
		03 SwPrevColor PIC X.
		03 SwHadByeFlag PIC X.
			88 SwHadBye VALUE 'Y'.
		03 SwMustColor PIC X.
		03 SwBuchholz PIC 999V9.
		03 SwSonneborn PIC 999V99.
01 SwSeatTable.
	02 SwSeatPaired OCCURS 17 TIMES PIC X.
01 SwStackTable.
	02 SwStackEntry OCCURS 9 TIMES.
		03 SwStackA PIC 99.
		03 SwStackCand PIC 99.
01 SwHalfTable.
	02 SwHalfNo OCCURS 16 TIMES PIC 99.
01 SwHalfCount PIC 99 VALUE 0.
01 SwPoolCount PIC 99 VALUE 0.
01 SwPairDepth PIC 99 VALUE 0.
01 SwDepthMax PIC 99 VALUE 0.
01 SwRelaxLevel PIC 9 VALUE 0.
01 SwSearchFlag PIC X VALUE ' '.
	88 SwSearchFailed VALUE 'F'.
01 SwCompatFlag PIC X VALUE 'N'.
	88 SwCompatible VALUE 'Y'.
01 SwByeSeat PIC 99 VALUE 0.
01 SwScanIdx PIC 99 VALUE 0.
01 SwOppIdx PIC 99 VALUE 0.
01 SwCheckA PIC 99 VALUE 0.
01 SwCheckB PIC 99 VALUE 0.
01 SwIdxA PIC 99 VALUE 0.
01 SwIdxB PIC 99 VALUE 0.
01 SwPlayerNo PIC 99 VALUE 0.
01 SwLookupID PIC X(12) VALUE SPACES.
01 SwByeID PIC X(12) VALUE SPACES.
01 SwByeKind PIC X(12) VALUE SPACES.
01 SwBrowseMode PIC X VALUE 'H'.
	88 SwBrowseHistory VALUE 'H'.
	88 SwBrowseTiebreak VALUE 'T'.
01 SwWhiteOutFlag PIC X VALUE 'N'.
	88 SwWhiteOut VALUE 'Y'.
01 SwBlackOutFlag PIC X VALUE 'N'.
	88 SwBlackOut VALUE 'Y'.

01 RatingFileName PIC X(40) VALUE SPACES.
01 RatingFileStatus PIC XX VALUE "00".
01 RptReadyFlag PIC X VALUE 'N'.
	88 RptReady VALUE 'Y'.
01 RptBlankCount PIC 9(3) VALUE 0.
01 RptResultCount PIC 9(4) VALUE 0.
01 RptFirstDate PIC 9(8) VALUE 0.
01 RptLastDate PIC 9(8) VALUE 0.
01 RptStartDate PIC 9(8) VALUE 0.
01 RptEndDate PIC 9(8) VALUE 0.
01 RptResultCode PIC X VALUE ' '.
01 RptRating PIC 9(4) VALUE 0.
01 RptRatingSource PIC X VALUE ' '.
01 RptPlayerName PIC X(20) VALUE SPACES.
01 RptHeaderRec.
	02 FILLER PIC X VALUE 'H'.
	02 RptHdrEventID PIC 9(4).
	02 RptHdrName PIC X(20).
	02 RptHdrStartDate PIC 9(8).
	02 RptHdrEndDate PIC 9(8).
	02 RptHdrRounds PIC 99.
	02 RptHdrPairMode PIC X.
	02 RptHdrPlayers PIC 99.
	02 FILLER PIC X(34) VALUE SPACES.
01 RptPlayerRec.
	02 FILLER PIC X VALUE 'P'.
	02 RptPlyEventID PIC 9(4).
	02 RptPlySeat PIC 99.
	02 RptPlyID PIC X(12).
	02 RptPlyName PIC X(20).
	02 RptPlyRating PIC 9(4).
	02 RptPlyRatingSource PIC X.
	02 RptPlyScore PIC 99V9.
	02 FILLER PIC X(33) VALUE SPACES.
01 RptResultRec.
	02 FILLER PIC X VALUE 'R'.
	02 RptResEventID PIC 9(4).
	02 RptResRound PIC 99.
	02 RptResBoard PIC 99.
	02 RptResWhiteID PIC X(12).
	02 RptResBlackID PIC X(12).
	02 RptResCode PIC X.
	02 RptResResult PIC X(7).
	02 RptResGameID PIC 9(4).
	02 FILLER PIC X(35) VALUE SPACES.
01 RptTrailerRec.
	02 FILLER PIC X VALUE 'T'.
	02 RptTrlEventID PIC 9(4).
	02 RptTrlPlayers PIC 99.
	02 RptTrlResults PIC 9(4).
	02 FILLER PIC X(69) VALUE SPACES.
01 RptCsvLine PIC X(200) VALUE SPACES.
01 RptCsvPos PIC 9(3) VALUE 1.
01 RptCsvField PIC X(40) VALUE SPACES.
01 RptCsvFrom PIC 9(3) VALUE 0.
01 RptCsvLen PIC 9(3) VALUE 0.
01 RptCsvQuoteFlag PIC X VALUE 'N'.
	88 RptCsvQuoted VALUE 'Y'.
01 RptNumEdited PIC Z(7)9.

01 AnaPly PIC 9(4) VALUE 0.
01 AnaBestNet PIC S9(4) VALUE 0.
01 AnaRankA PIC 9 VALUE 0.
01 AnaRankB PIC 9 VALUE 0.
01 AnaPlySide PIC A VALUE ' '.
01 AnaHungFromX PIC 9 VALUE 0.
01 AnaHungFromY PIC 9 VALUE 0.
01 AnaFENBefore PIC X(90) VALUE SPACES.
01 AnaWhiteID PIC X(12) VALUE SPACES.
01 AnaBlackID PIC X(12) VALUE SPACES.
01 AnaPuzTheme PIC A VALUE ' '.
01 AnaPuzFEN PIC X(90) VALUE SPACES.
01 AnaPuzSide PIC A VALUE ' '.
01 AnaPuzFromX PIC 9 VALUE 0.
01 AnaPuzFromY PIC 9 VALUE 0.
01 AnaPuzToX PIC 9 VALUE 0.
01 AnaPuzToY PIC 9 VALUE 0.
01 AnaPuzTurn PIC 9(4) VALUE 0.
01 AnaPuzzlesSaved PIC 9(4) VALUE 0.
01 AnaPuzzleFileFlag PIC X VALUE 'N'.
	88 AnaPuzzleFileOpen VALUE 'Y'.

01 PuzzleFileStatus PIC XX VALUE "00".
01 TrainFileStatus PIC XX VALUE "00".
01 TrainMenuChoice PIC X VALUE ' '.
01 TrainDoneFlag PIC X VALUE 'N'.
	88 TrainMenuDone VALUE 'Y'.
01 TrainMemberID PIC X(12) VALUE SPACES.
01 TrainNewFlag PIC X VALUE 'N'.
	88 TrainNewMember VALUE 'Y'.
01 TrainOwnFlag PIC X VALUE 'N'.
	88 TrainOwnGamesOnly VALUE 'Y'.
01 TrainFoundFlag PIC X VALUE 'N'.
	88 TrainPuzzleFound VALUE 'Y'.
01 TrainWrappedFlag PIC X VALUE 'N'.
	88 TrainWrapped VALUE 'Y'.
01 TrainEndFlag PIC X VALUE 'N'.
	88 TrainEnd VALUE 'Y'.
01 TrainAnswer PIC X(12) VALUE SPACES.
01 TrainAnsFromX PIC 9 VALUE 0.
01 TrainAnsFromY PIC 9 VALUE 0.
01 TrainAnsToX PIC 9 VALUE 0.
01 TrainAnsToY PIC 9 VALUE 0.
01 TrainAnsPos PIC 99 VALUE 0.
01 TrainAnswerFlag PIC X VALUE 'N'.
	88 TrainAnswerRead VALUE 'Y'.
01 TrainCorrectFlag PIC X VALUE 'N'.
	88 TrainCorrect VALUE 'Y'.
01 TrainRate PIC 999 VALUE 0.
01 TrainRankA PIC 9 VALUE 0.
01 TrainRankB PIC 9 VALUE 0.
01 TrainSideName PIC X(5) VALUE SPACES.
01 TrainMemberCount PIC 9(4) VALUE 0.
01 TrainSavedSourcePiece PIC X(6) VALUE SPACES.
01 TrainSavedDestPiece PIC X(6) VALUE SPACES.
01 TrainSavedEPPiece PIC X(6) VALUE SPACES.
01 TrainEPCaptureFlag PIC X VALUE 'N'.

01 OperatorID PIC X(12) VALUE SPACES.
01 SessionStamp PIC 9(8) VALUE 0.
01 GameLockHeldFlag PIC X VALUE 'N'.
	88 GameLockHeld VALUE 'Y'.
01 LockRefusedFlag PIC X VALUE 'N'.
	88 LockRefused VALUE 'Y'.
01 LockCount PIC 9(4) VALUE 0.
01 LockClearID PIC 9(4) VALUE 0.
01 ArcLockSkipped PIC 9(4) VALUE 0.

01 BackupFileStatus PIC XX VALUE "00".
01 BkmFileStatus PIC XX VALUE "00".
01 BkSetFileName PIC X(40) VALUE SPACES.
01 BkRecLen PIC 9(5) VALUE 0.
01 BkDataLen PIC 9(5) VALUE 0.
01 BkFileIdx PIC 99 VALUE 0.
01 BkFileNameList.
	02 FILLER PIC X(20) VALUE "movelist.txt".
	02 FILLER PIC X(20) VALUE "chesssave.txt".
	02 FILLER PIC X(20) VALUE "gamecatalog.txt".
	02 FILLER PIC X(20) VALUE "players.txt".
	02 FILLER PIC X(20) VALUE "tournaments.txt".
	02 FILLER PIC X(20) VALUE "pairings.txt".
	02 FILLER PIC X(20) VALUE "archcatalog.txt".
	02 FILLER PIC X(20) VALUE "archmovelist.txt".
	02 FILLER PIC X(20) VALUE "archsave.txt".
	02 FILLER PIC X(20) VALUE "openingbook.txt".
	02 FILLER PIC X(20) VALUE "puzzles.txt".
	02 FILLER PIC X(20) VALUE "training.txt".
	02 FILLER PIC X(20) VALUE "journal.txt".
	02 FILLER PIC X(20) VALUE "game####.pgn lines".
	02 FILLER PIC X(20) VALUE "game####.pgn files".
01 BkFileNameTable REDEFINES BkFileNameList.
	02 BkFileName OCCURS 15 TIMES PIC X(20).
01 BkCountTable.
	02 BkCurCount OCCURS 15 TIMES PIC 9(7).
01 BkCountOnlyFlag PIC X VALUE 'N'.
	88 BkCountOnly VALUE 'Y'.
01 BkEndFlag PIC X VALUE 'N'.
	88 BkEnd VALUE 'Y'.
01 BkMenuChoice PIC X VALUE ' '.
01 BkDoneFlag PIC X VALUE 'N'.
	88 BkMenuDone VALUE 'Y'.
01 BkKeepLimit PIC 99 VALUE 5.
01 BkKeepInput PIC 99 VALUE 0.
01 BkLastGeneration PIC 9(4) VALUE 0.
01 BkNewGeneration PIC 9(4) VALUE 0.
01 BkChosenGeneration PIC 9(4) VALUE 0.
01 BkSetTable.
	02 BkSetEntry OCCURS 99 TIMES.
		03 BkSetGen PIC 9(4).
		03 BkSetSlot PIC 99.
01 BkSetCount PIC 9(3) VALUE 0.
01 BkSetIdx PIC 9(3) VALUE 0.
01 BkOldestIdx PIC 9(3) VALUE 0.
01 BkCurSlot PIC 99 VALUE 0.
01 BkSlotUsedFlag PIC X VALUE 'N'.
	88 BkSlotUsed VALUE 'Y'.
01 BkConfirm PIC X VALUE 'N'.
01 BkLockCount PIC 9(4) VALUE 0.
01 BkDiff PIC S9(7) VALUE 0.
01 BkDiffText PIC -(7)9.
01 BkMismatchCount PIC 99 VALUE 0.
01 BkCurrentPGN PIC 9(4) VALUE 0.
01 BkPGNOpenFlag PIC X VALUE 'N'.
	88 BkPGNOpen VALUE 'Y'.
01 BkVfyBefore PIC 9(4) VALUE 0.
01 BkWriteFailFlag PIC X VALUE 'N'.
	88 BkWriteFailed VALUE 'Y'.
01 BkReloadFailFlag PIC X VALUE 'N'.
	88 BkReloadFailed VALUE 'Y'.
01 BkOpenStatus PIC XX VALUE "00".
01 BkFailStatus PIC XX VALUE "00".
01 BkFailIdx PIC 99 VALUE 1.
01 BkRejectCount PIC 9(7) VALUE 0.
01 BkLocksCleared PIC 9(4) VALUE 0.
01 JournalFileStatus PIC XX VALUE "00".
01 JournalAction PIC X(4) VALUE SPACES.
01 JournalGameID PIC 9(4) VALUE 0.
01 JournalPlayerID PIC X(12) VALUE SPACES.
01 JournalOtherID PIC X(12) VALUE SPACES.
01 JournalBefore PIC X(60) VALUE SPACES.
01 JournalAfter PIC X(60) VALUE SPACES.
01 JournalWrittenFlag PIC X VALUE 'N'.
	88 JournalWritten VALUE 'Y'.
01 JournalRankA PIC 9 VALUE 0.
01 JournalRankB PIC 9 VALUE 0.
01 JournalPlyBefore PIC 9(4) VALUE 0.
01 JournalDeleted PIC 9(4) VALUE 0.
01 JnqMenuChoice PIC X VALUE ' '.
01 JnqDoneFlag PIC X VALUE 'N'.
	88 JnqMenuDone VALUE 'Y'.
01 JnqMode PIC X VALUE ' '.
01 JnqFromDate PIC 9(8) VALUE 0.
01 JnqToDate PIC 9(8) VALUE 0.
01 JnqAction PIC X(4) VALUE SPACES.
01 JnqPlayerID PIC X(12) VALUE SPACES.
01 JnqGameID PIC 9(4) VALUE 0.
01 JnqEndFlag PIC X VALUE 'N'.
	88 JnqEnd VALUE 'Y'.
01 JnqMatchFlag PIC X VALUE 'N'.
	88 JnqMatch VALUE 'Y'.
01 JnqCount PIC 9(5) VALUE 0.

01 ArchCatFileStatus PIC XX VALUE "00".
01 ArchMoveFileStatus PIC XX VALUE "00".
01 HistBWins PIC 9(4) VALUE 0.
01 HistDraws PIC 9(4) VALUE 0.
01 HistGameDate PIC 9(8) VALUE 0.
01 HistLevelText PIC X(9) VALUE SPACES.
01 HistKeyID PIC X(12) VALUE SPACES.
01 HistGameTable.
	02 HistGameEntry OCCURS 2000 TIMES PIC 9(4).
01 HistGameCount PIC 9(4) VALUE 0.
01 HistGameIdx PIC 9(4) VALUE 0.
01 HistInsertIdx PIC 9(4) VALUE 0.
01 HistSlotFlag PIC X VALUE 'N'.
	88 HistSlotFound VALUE 'Y'.
01 HistTableFullFlag PIC X VALUE 'N'.
	88 HistTableFull VALUE 'Y'.
01 ArcListFromDate PIC 9(8) VALUE 0.

01 TuGameID PIC 9(4) VALUE 0.
01 TuPlayerID PIC X(12) VALUE SPACES.
01 TuWhiteID PIC X(12) VALUE SPACES.
01 TuBlackID PIC X(12) VALUE SPACES.
01 TuGameFoundFlag PIC X VALUE 'N'.
	88 TuGameFound VALUE 'Y'.
01 TuArchivedFlag PIC X VALUE 'N'.
	88 TuArchived VALUE 'Y'.
01 TuListFlag PIC X VALUE 'N'.
	88 TuListMoves VALUE 'Y'.
01 TuSideFilter PIC X VALUE ' '.
01 TuClockMinutes PIC 9(3) VALUE 0.
01 TuIncrement PIC 9(3) VALUE 0.
01 TuClockKnownFlag PIC X VALUE 'N'.
	88 TuClockKnown VALUE 'Y'.
01 TuTroubleSecs PIC 9(5) VALUE 60.
01 TuLeftWhite PIC S9(7) VALUE 0.
01 TuLeftBlack PIC S9(7) VALUE 0.
01 TuLeftAtMove PIC S9(7) VALUE 0.
01 TuLeftEdited PIC -(6)9.
01 TuInTroubleFlag PIC X VALUE 'N'.
	88 TuInTrouble VALUE 'Y'.
01 TuMoveEndFlag PIC X VALUE 'N'.
	88 TuMoveEnd VALUE 'Y'.
01 TuPuzzleOpenFlag PIC X VALUE 'N'.
	88 TuPuzzleOpen VALUE 'Y'.
01 TuFindingsFlag PIC X VALUE 'N'.
	88 TuFindingsOnFile VALUE 'Y'.
01 TuThemeList PIC X(3) VALUE "HMC".
01 TuThemeIdx PIC 9 VALUE 0.
01 TuMoveFindings PIC 9 VALUE 0.
01 TuSlot PIC 9 VALUE 0.
01 TuPhase PIC 9 VALUE 0.
01 TuRankFrom PIC 9 VALUE 0.
01 TuRankTo PIC 9 VALUE 0.
01 TuMoveText PIC X(8) VALUE SPACES.
01 TuNoteText PIC X(40) VALUE SPACES.
01 TuAverage PIC 9(5)V9 VALUE 0.
01 TuAverageEdited PIC ZZZZ9.9.
01 TuSlotTable.
	02 TuSlotEntry OCCURS 2 TIMES.
		03 TuSlotLabel PIC X(12).
		03 TuSlotMoves PIC 9(5).
		03 TuSlotSecs PIC 9(7).
		03 TuSlotTrouble PIC 9(5).
		03 TuSlotFindings PIC 9(5).
		03 TuSlotTroubleFind PIC 9(5).
		03 TuPhaseMoves OCCURS 3 TIMES PIC 9(5).
		03 TuPhaseSecs OCCURS 3 TIMES PIC 9(7).
01 TuPhaseNameList.
	02 FILLER PIC X(24) VALUE "Opening (turns 1-10)".
	02 FILLER PIC X(24) VALUE "Middlegame (turns 11-30)".
	02 FILLER PIC X(24) VALUE "Endgame (turns 31 on)".
01 TuPhaseNameTable REDEFINES TuPhaseNameList.
	02 TuPhaseName OCCURS 3 TIMES PIC X(24).
01 TuLongTable.
	02 TuLongEntry OCCURS 5 TIMES.
		03 TuLongSecs PIC 9(5).
		03 TuLongGame PIC 9(4).
		03 TuLongTurn PIC 9(4).
		03 TuLongSide PIC A.
01 TuLongIdx PIC 9 VALUE 0.
01 TuLongSlot PIC 9 VALUE 0.
01 TuGameMoves PIC 9(4) VALUE 0.
01 TuGameSecs PIC 9(7) VALUE 0.
01 TuGameTrouble PIC 9(4) VALUE 0.
01 TuGameTroubleFind PIC 9(4) VALUE 0.
01 TuGamesScanned PIC 9(4) VALUE 0.
01 TuClockedGames PIC 9(4) VALUE 0.
01 TuUnclockedGames PIC 9(4) VALUE 0.
01 ArcListToDate PIC 9(8) VALUE 0.
01 MonthTable.
	02 MonthEntry OCCURS 60 TIMES.
		03 MonthKey PIC 9(6).
	OPEN I-O PlayerFile
END-IF

OPEN INPUT SaveGame
IF SaveFileStatus = "39" THEN
	DISPLAY "chesssave.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	STOP RUN
END-IF
IF SaveFileStatus = "00" THEN
	CLOSE SaveGame
END-IF
OPEN INPUT ArchCatalog
IF ArchCatFileStatus = "39" THEN
	DISPLAY "archcatalog.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	STOP RUN
END-IF
IF ArchCatFileStatus = "00" THEN
	CLOSE ArchCatalog
END-IF
OPEN INPUT TournFile
IF TournFileStatus = "39" THEN
	DISPLAY "tournaments.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	STOP RUN
END-IF
IF TournFileStatus = "00" THEN
	CLOSE TournFile
END-IF
OPEN INPUT ArchSave
IF ArchSaveFileStatus = "39" THEN
	DISPLAY "archsave.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	STOP RUN
END-IF
IF ArchSaveFileStatus = "00" THEN
	CLOSE ArchSave
END-IF

PERFORM UNTIL OperatorID NOT = SPACES
	DISPLAY "Operator ID?"
	ACCEPT OperatorID
END-PERFORM
ACCEPT SessionStamp FROM TIME

PERFORM UNTIL GameStarted
	PERFORM displayGameMenu
	ACCEPT MenuChoice
		WHEN 'O'
		WHEN 'o'
			PERFORM openingBookMenu
		WHEN 'X'
		WHEN 'x'
			PERFORM tacticsTrainingMenu
		WHEN 'J'
		WHEN 'j'
			PERFORM journalInquiry
		WHEN 'B'
		WHEN 'b'
			PERFORM backupMenu
		WHEN 'Q'
		WHEN 'q'
			CLOSE GameCatalog
END-IF

PERFORM updateCatalogEntry
PERFORM releaseGameLock
CLOSE GameCatalog
CLOSE PlayerFile

		DISPLAY "(no games on file)"
	END-IF
	DISPLAY "N New game, F New game from FEN, C Continue game, R Review game, A Analyze game, S Standings"
	DISPLAY "P Export PGN, I Import PGN, T Tournaments, D History reports, O Openings, H Housekeeping, V Verify library, M Player maintenance, Q Quit"
	DISPLAY "X Tactics training, J Operator journal, B Backup and restore".

displayCatalogEntry.
	IF CatGameFinished THEN
		DISPLAY "Game " CatGameID " finished " CatResult
			" moves " CatTurnNumber " W " CatWhiteScore " B " CatBlackScore
	ELSE
		IF CatGameLocked THEN
			DISPLAY "Game " CatGameID " in progress"
				" moves " CatTurnNumber " W " CatWhiteScore " B " CatBlackScore
				" locked by " CatLockOperator
		ELSE
			DISPLAY "Game " CatGameID " in progress"
				" moves " CatTurnNumber " W " CatWhiteScore " B " CatBlackScore
		END-IF
	END-IF.

assignNextGameID.
	MOVE 1 TO GameID
	MOVE 9999 TO CatGameID
	START GameCatalog KEY IS NOT GREATER THAN CatGameID
		INVALID KEY CONTINUE
		NOT INVALID KEY
			READ GameCatalog PREVIOUS RECORD
				AT END CONTINUE
				NOT AT END COMPUTE GameID EQUAL CatGameID + 1
			END-READ
	END-START
	OPEN INPUT ArchCatalog
	IF ArchCatFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 9999 TO ArcCatGameID
	START ArchCatalog KEY IS NOT GREATER THAN ArcCatGameID
		INVALID KEY CONTINUE
		NOT INVALID KEY
			READ ArchCatalog PREVIOUS RECORD
				AT END CONTINUE
				NOT AT END
					IF ArcCatGameID >= GameID THEN
						COMPUTE GameID EQUAL ArcCatGameID + 1
					END-IF
			END-READ
	END-START
	CLOSE ArchCatalog.

startNewGame.
chooseOpponent.
	MOVE 'N' TO VsComputerFlag
	MOVE ' ' TO ComputerColor
	MOVE 0 TO ComputerLevel
	DISPLAY "Play against the computer? (Y/N)"
	ACCEPT VsComputerChoice
	IF VsComputerChoice = 'Y' OR VsComputerChoice = 'y' THEN
		IF ComputerColor NOT = 'W' THEN
			MOVE 'B' TO ComputerColor
		END-IF
		DISPLAY "Computer level? (1 Beginner, 2 Club, 3 Expert)"
		ACCEPT CompLevelChoice
		EVALUATE CompLevelChoice
			WHEN '2'
				MOVE 2 TO ComputerLevel
			WHEN '3'
				MOVE 3 TO ComputerLevel
			WHEN OTHER
				MOVE 1 TO ComputerLevel
		END-EVALUATE
		PERFORM setCompLevelName
		DISPLAY "Computer plays at level " ComputerLevel " (" CompLevelName ")"
	END-IF.

setCompLevelName.
	EVALUATE TRUE
		WHEN CompExpert
			MOVE "Expert" TO CompLevelName
		WHEN CompClub
			MOVE "Club" TO CompLevelName
		WHEN OTHER
			MOVE "Beginner" TO CompLevelName
	END-EVALUATE.

choosePlayers.
	IF VsComputer AND ComputerColor = 'W' THEN
		MOVE "COMPUTER" TO WhitePlayerID
	MOVE BlackPlayerID TO CatBlackID
	MOVE StartFEN TO CatStartFEN
	MOVE SPACES TO CatECO
	MOVE ComputerLevel TO CatCompLevel
	IF ClockEnabled AND NOT ImportingGame THEN
		MOVE ClockMinutes TO CatClockMinutes
		MOVE IncrementSeconds TO CatIncrementSeconds
	ELSE
		MOVE 0 TO CatClockMinutes
		MOVE 0 TO CatIncrementSeconds
	END-IF
	PERFORM captureDateStamp
	MOVE StampDate TO CatStartDate
	MOVE StampTime TO CatStartTime
	MOVE 0 TO CatEndDate
	MOVE 0 TO CatEndTime
	IF ImportingGame THEN
		PERFORM clearLockFields
	ELSE
		PERFORM stampGameLock
		MOVE 'Y' TO GameLockHeldFlag
	END-IF
	WRITE CatalogData
		INVALID KEY REWRITE CatalogData
	END-WRITE.
			"); use R to review it"
		EXIT PARAGRAPH
	END-IF
	IF CatalogFileStatus = "00" OR CatalogFileStatus = "02" THEN
		PERFORM claimGameLock
		IF LockRefused THEN
			EXIT PARAGRAPH
		END-IF
	END-IF
	PERFORM loadCheckpoint
	IF GameLoaded THEN
		MOVE 'Y' TO GameStartedFlag
	ELSE
		PERFORM releaseGameLock
	END-IF.

claimGameLock.
	MOVE 'N' TO LockRefusedFlag
	IF CatGameLocked AND (CatLockOperator NOT = OperatorID
			OR CatLockSession NOT = SessionStamp) THEN
		MOVE 'Y' TO LockRefusedFlag
		DISPLAY "Game " CatGameID " is locked by " CatLockOperator
			" since " CatLockDate " " CatLockTime
		DISPLAY "If that session has ended, a supervisor can clear the lock under H Housekeeping"
		EXIT PARAGRAPH
	END-IF
	PERFORM stampGameLock
	REWRITE CatalogData
	MOVE 'Y' TO GameLockHeldFlag.

stampGameLock.
	MOVE 'L' TO CatLockFlag
	MOVE OperatorID TO CatLockOperator
	MOVE SessionStamp TO CatLockSession
	PERFORM captureDateStamp
	MOVE StampDate TO CatLockDate
	MOVE StampTime TO CatLockTime.

clearLockFields.
	MOVE SPACE TO CatLockFlag
	MOVE SPACES TO CatLockOperator
	MOVE 0 TO CatLockSession
	MOVE 0 TO CatLockDate
	MOVE 0 TO CatLockTime.

releaseGameLock.
	IF NOT GameLockHeld THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO GameLockHeldFlag
	MOVE GameID TO CatGameID
	READ GameCatalog
		INVALID KEY EXIT PARAGRAPH
	END-READ
	IF CatGameLocked AND CatLockOperator = OperatorID
			AND CatLockSession = SessionStamp THEN
		PERFORM clearLockFields
		REWRITE CatalogData
	END-IF.

reviewGame.
	MOVE WhiteUndoUsed TO SaveWhiteUndoUsed
	MOVE BlackUndoUsed TO SaveBlackUndoUsed
	MOVE PositionHistory TO SavePositionHistory
	MOVE ComputerLevel TO SaveCompLevel
	WRITE SaveData
		INVALID KEY REWRITE SaveData
	END-WRITE
	MOVE SaveWhiteUndoUsed TO WhiteUndoUsed
	MOVE SaveBlackUndoUsed TO BlackUndoUsed
	MOVE SavePositionHistory TO PositionHistory
	MOVE SaveCompLevel TO ComputerLevel
	IF VsComputer AND ComputerLevel = 0 THEN
		MOVE 1 TO ComputerLevel
	END-IF
	MOVE SPACES TO CatWhiteID
	MOVE SPACES TO CatBlackID
	MOVE SPACES TO CatStartFEN
		MOVE SPACES TO LastMoveText
	END-IF
	MOVE 'Y' TO GameLoadedFlag
	DISPLAY "Game " GameID " resumed"
	IF VsComputer THEN
		PERFORM setCompLevelName
		DISPLAY "Computer plays at level " ComputerLevel " (" CompLevelName ")"
	END-IF.

InitBoard.
	EVALUATE Y
	END-PERFORM.

computerMove.
	IF ComputerLevel > 1 THEN
		PERFORM computerBookMove
		IF CompBookFound THEN
			DISPLAY "Computer plays from the opening book"
			MOVE PlyCount TO CompPlyBefore
			PERFORM playComputerMove
			IF PlyCount NOT = CompPlyBefore THEN
				EXIT PARAGRAPH
			END-IF
		END-IF
	END-IF
	MOVE -5000 TO BestScore
	MOVE 0 TO CandidateCount
	PERFORM VARYING ScanFromY FROM 1 BY 1 UNTIL ScanFromY > BoardHeight
							PERFORM isMoveSafe
							IF MoveIsSafe THEN
								ADD 1 TO CandidateCount
								IF ComputerLevel > 1 THEN
									PERFORM scoreDeepCandidate
								ELSE
									PERFORM scoreCandidateMove
								END-IF
								IF CandidateScore > BestScore THEN
									MOVE CandidateScore TO BestScore
									MOVE ScanFromX TO BestFromX
		END-IF
		EXIT PARAGRAPH
	END-IF
	PERFORM playComputerMove.

playComputerMove.
	MOVE BestFromX TO SPieceX
	MOVE BestFromY TO SPieceY
	MOVE BestToX TO SDestX
		MOVE CompSavedEnPassantPiece TO Piece(EnPassantVictimX, EnPassantVictimY)
	END-IF.

scoreDeepCandidate.
	MOVE ScanFromX TO CompScanFromX
	MOVE ScanFromY TO CompScanFromY
	MOVE ScanToX TO CompScanToX
	MOVE ScanToY TO CompScanToY
	MOVE 0 TO CandidateScore
	MOVE PlayerTurn TO CompOwnColor
	IF PlayerTurn = 'W' THEN
		MOVE 'B' TO CompOppColor
	ELSE
		MOVE 'W' TO CompOppColor
	END-IF
	IF OWNER(SDestX, SDestY) = CompOppColor THEN
		COMPUTE CandidateScore EQUAL GameValue(SDestX, SDestY) * 10
	END-IF
	IF PieceSym(SPieceX, SPieceY) = 'P' AND SDestX NOT = SPieceX
			AND Empty(SDestX, SDestY) AND EnPassantAvailable
			AND SDestX = EnPassantTargetX AND SDestY = EnPassantTargetY THEN
		ADD 10 TO CandidateScore
	END-IF
	IF PieceSym(SPieceX, SPieceY) = 'P' AND (SDestY = 1 OR SDestY = 8) THEN
		ADD 80 TO CandidateScore
	END-IF

	MOVE SPieceX TO CompFromX
	MOVE SPieceY TO CompFromY
	MOVE SDestX TO CompToX
	MOVE SDestY TO CompToY
	MOVE Piece(SPieceX, SPieceY) TO CompSavedSourcePiece
	MOVE Piece(SDestX, SDestY) TO CompSavedDestPiece
	IF EnPassantVictimX > 0 AND EnPassantVictimY > 0 THEN
		MOVE Piece(EnPassantVictimX, EnPassantVictimY) TO CompSavedEnPassantPiece
	END-IF

	MOVE 'N' TO MoveMadeFlag
	MOVE 'Y' TO SimulationMode
	PERFORM dispatchMove
	MOVE 'N' TO SimulationMode
	MOVE EnPassantCaptureFlag TO CompEnPassantCaptureFlag

	IF MoveMade THEN
		MOVE EnPassantFlag TO CompSavedEPFlag
		MOVE 'N' TO EnPassantFlag
		MOVE CompOppColor TO PlayerTurn
		MOVE CompOppColor TO KCColor
		PERFORM isKingInCheck
		MOVE CheckFlag TO CompGivesCheckFlag
		PERFORM hasLegalMove
		IF NOT LegalMoveFound THEN
			IF CompGivesCheck THEN
				ADD 2000 TO CandidateScore
			ELSE
				SUBTRACT 100 FROM CandidateScore
			END-IF
		ELSE
			IF CompGivesCheck THEN
				ADD 5 TO CandidateScore
			END-IF
			PERFORM scanOpponentReplies
			SUBTRACT CompReplyBest FROM CandidateScore
		END-IF
		MOVE CompOwnColor TO PlayerTurn
		MOVE CompSavedEPFlag TO EnPassantFlag
	END-IF

	MOVE CompFromX TO SPieceX
	MOVE CompFromY TO SPieceY
	MOVE CompToX TO SDestX
	MOVE CompToY TO SDestY
	MOVE CompSavedSourcePiece TO Piece(SPieceX, SPieceY)
	MOVE CompSavedDestPiece TO Piece(SDestX, SDestY)
	IF CompEnPassantCaptureFlag = 'Y' THEN
		MOVE CompSavedEnPassantPiece TO Piece(EnPassantVictimX, EnPassantVictimY)
	END-IF
	MOVE CompScanFromX TO ScanFromX
	MOVE CompScanFromY TO ScanFromY
	MOVE CompScanToX TO ScanToX
	MOVE CompScanToY TO ScanToY.

scanOpponentReplies.
	MOVE 0 TO CompReplyBest
	PERFORM VARYING ReplyFromY FROM 1 BY 1 UNTIL ReplyFromY > BoardHeight
		PERFORM VARYING ReplyFromX FROM 1 BY 1 UNTIL ReplyFromX > BoardWidth
			IF OWNER(ReplyFromX, ReplyFromY) = CompOppColor THEN
				PERFORM VARYING ReplyToY FROM 1 BY 1 UNTIL ReplyToY > BoardHeight
					PERFORM VARYING ReplyToX FROM 1 BY 1 UNTIL ReplyToX > BoardWidth
						IF (ReplyToX NOT = ReplyFromX OR ReplyToY NOT = ReplyFromY)
								AND (OWNER(ReplyToX, ReplyToY) = CompOwnColor
								OR CompExpert) THEN
							MOVE ReplyFromX TO SPieceX
							MOVE ReplyFromY TO SPieceY
							MOVE ReplyToX TO SDestX
							MOVE ReplyToY TO SDestY
							PERFORM isMoveSafe
							IF MoveIsSafe THEN
								PERFORM scoreOpponentReply
								IF CompReplyNet > CompReplyBest THEN
									MOVE CompReplyNet TO CompReplyBest
								END-IF
							END-IF
						END-IF
					END-PERFORM
				END-PERFORM
			END-IF
		END-PERFORM
	END-PERFORM.

scoreOpponentReply.
	MOVE 0 TO CompReplyNet
	IF OWNER(ReplyToX, ReplyToY) = CompOwnColor THEN
		COMPUTE CompReplyNet EQUAL GameValue(ReplyToX, ReplyToY) * 10
	END-IF
	IF CompReplyNet = 0 AND NOT CompExpert THEN
		EXIT PARAGRAPH
	END-IF
	MOVE Piece(ReplyFromX, ReplyFromY) TO ReplySavedSourcePiece
	MOVE Piece(ReplyToX, ReplyToY) TO ReplySavedDestPiece
	MOVE ReplyFromX TO SPieceX
	MOVE ReplyFromY TO SPieceY
	MOVE ReplyToX TO SDestX
	MOVE ReplyToY TO SDestY
	MOVE 'N' TO MoveMadeFlag
	MOVE 'Y' TO SimulationMode
	PERFORM dispatchMove
	MOVE 'N' TO SimulationMode
	IF MoveMade THEN
		IF CompExpert THEN
			MOVE CompOwnColor TO PlayerTurn
			MOVE CompOwnColor TO KCColor
			PERFORM isKingInCheck
			IF KingInCheck THEN
				PERFORM hasLegalMove
				IF NOT LegalMoveFound THEN
					MOVE 2000 TO CompReplyNet
				END-IF
			END-IF
			IF CompReplyNet < 2000 THEN
				PERFORM scanFollowUpCaptures
				SUBTRACT CompFollowBest FROM CompReplyNet
			END-IF
			MOVE CompOppColor TO PlayerTurn
		ELSE
			MOVE ReplyToX TO TestSquareX
			MOVE ReplyToY TO TestSquareY
			MOVE CompOppColor TO KCColor
			PERFORM isSquareAttacked
			IF SquareAttacked THEN
				COMPUTE CompReplyNet EQUAL CompReplyNet
					- GameValue(ReplyToX, ReplyToY) * 10
			END-IF
		END-IF
	END-IF
	MOVE ReplySavedSourcePiece TO Piece(ReplyFromX, ReplyFromY)
	MOVE ReplySavedDestPiece TO Piece(ReplyToX, ReplyToY).

scanFollowUpCaptures.
	MOVE 0 TO CompFollowBest
	PERFORM VARYING FollowFromY FROM 1 BY 1 UNTIL FollowFromY > BoardHeight
		PERFORM VARYING FollowFromX FROM 1 BY 1 UNTIL FollowFromX > BoardWidth
			IF OWNER(FollowFromX, FollowFromY) = CompOwnColor THEN
				PERFORM VARYING FollowToY FROM 1 BY 1 UNTIL FollowToY > BoardHeight
					PERFORM VARYING FollowToX FROM 1 BY 1 UNTIL FollowToX > BoardWidth
						IF OWNER(FollowToX, FollowToY) = CompOppColor
								AND GameValue(FollowToX, FollowToY) * 10 > CompFollowBest THEN
							MOVE FollowFromX TO SPieceX
							MOVE FollowFromY TO SPieceY
							MOVE FollowToX TO SDestX
							MOVE FollowToY TO SDestY
							PERFORM isMoveSafe
							IF MoveIsSafe THEN
								COMPUTE CompFollowBest EQUAL
									GameValue(FollowToX, FollowToY) * 10
							END-IF
						END-IF
					END-PERFORM
				END-PERFORM
			END-IF
		END-PERFORM
	END-PERFORM.

computerBookMove.
	MOVE 'N' TO CompBookFoundFlag
	IF StartFEN NOT = SPACES OR PlyCount >= 20 THEN
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT OpeningBook
	IF BookFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE ChessBoard TO CompBoardSave
	MOVE CapturedPieces TO CompCapturedSave
	MOVE CapturedCount TO CompCapturedCountSave
	MOVE PlayerTurn TO CompTurnSave
	MOVE EnPassantFlag TO CompEPFlagSave
	MOVE EnPassantTargetX TO CompEPTargetXSave
	MOVE EnPassantTargetY TO CompEPTargetYSave
	MOVE EnPassantVictimX TO CompEPVictimXSave
	MOVE EnPassantVictimY TO CompEPVictimYSave
	MOVE LastMoveText TO CompLastMoveSave
	MOVE GameECO TO CompECOSave
	MOVE 0 TO GameSANCount
	PERFORM loadReviewMoves
	PERFORM classifyLoadedGame
	MOVE CompBoardSave TO ChessBoard
	MOVE CompCapturedSave TO CapturedPieces
	MOVE CompCapturedCountSave TO CapturedCount
	MOVE CompTurnSave TO PlayerTurn
	MOVE CompEPFlagSave TO EnPassantFlag
	MOVE CompEPTargetXSave TO EnPassantTargetX
	MOVE CompEPTargetYSave TO EnPassantTargetY
	MOVE CompEPVictimXSave TO EnPassantVictimX
	MOVE CompEPVictimYSave TO EnPassantVictimY
	MOVE CompLastMoveSave TO LastMoveText
	MOVE CompECOSave TO GameECO
	IF GameSANCount NOT = ReviewMoveCount THEN
		CLOSE OpeningBook
		EXIT PARAGRAPH
	END-IF

	MOVE 0 TO CompBookCount
	MOVE 'N' TO BookEndFlag
	MOVE 0 TO BookLineID
	START OpeningBook KEY IS GREATER THAN BookLineID
		INVALID KEY MOVE 'Y' TO BookEndFlag
	END-START
	PERFORM UNTIL BookEnd
		READ OpeningBook NEXT RECORD
			AT END MOVE 'Y' TO BookEndFlag
			NOT AT END PERFORM matchBookNextMove
		END-READ
		IF BookFileStatus NOT = "00" AND BookFileStatus NOT = "02" THEN
			MOVE 'Y' TO BookEndFlag
		END-IF
	END-PERFORM
	CLOSE OpeningBook
	IF CompBookCount = 0 THEN
		EXIT PARAGRAPH
	END-IF

	ACCEPT ClockTimeRaw FROM TIME
	DIVIDE ClockHund BY CompBookCount GIVING CompBookQuot REMAINDER CompBookPick
	ADD 1 TO CompBookPick
	MOVE SPACES TO ImpSAN
	MOVE 0 TO ImpSANLen
	PERFORM VARYING BookPos FROM 1 BY 1 UNTIL BookPos > 10
		MOVE CompBookTok(CompBookPick)(BookPos:1) TO BookChar
		IF BookChar NOT = ' ' AND BookChar NOT = '+' AND BookChar NOT = '#' THEN
			ADD 1 TO ImpSANLen
			MOVE BookChar TO ImpSAN(ImpSANLen:1)
		END-IF
	END-PERFORM
	MOVE 'N' TO ImpErrorFlag
	PERFORM parseImportSAN
	IF NOT ImpError THEN
		PERFORM resolveImportMove
	END-IF
	MOVE ' ' TO ImportPromotionSym
	IF ImpError THEN
		MOVE 'N' TO ImpErrorFlag
		EXIT PARAGRAPH
	END-IF
	MOVE ImpMatchFromX TO BestFromX
	MOVE ImpMatchFromY TO BestFromY
	MOVE ImpDestX TO BestToX
	MOVE ImpDestY TO BestToY
	MOVE 'Y' TO CompBookFoundFlag.

matchBookNextMove.
	PERFORM tokenizeBookMoves
	IF BookTokCount <= GameSANCount OR CompBookCount >= 20 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO BookMatchFlag
	PERFORM VARYING BookPly FROM 1 BY 1 UNTIL BookPly > GameSANCount
		IF BookTok(BookPly) NOT = GameSAN(BookPly) THEN
			MOVE 'N' TO BookMatchFlag
		END-IF
	END-PERFORM
	IF BookLineMatches THEN
		ADD 1 TO CompBookCount
		MOVE BookTok(GameSANCount + 1) TO CompBookTok(CompBookCount)
	END-IF.

isMoveSafe.
	MOVE 'N' TO MoveIsSafeFlag
	MOVE SPieceX TO OuterPieceX
			DISPLAY "Move log record missing, cannot take back"
			EXIT PARAGRAPH
	END-READ
	PERFORM resetJournalEntry
	MOVE "TKBK" TO JournalAction
	MOVE GameID TO JournalGameID
	IF MoveBy = 'W' THEN
		MOVE WhitePlayerID TO JournalPlayerID
		MOVE BlackPlayerID TO JournalOtherID
	ELSE
		MOVE BlackPlayerID TO JournalPlayerID
		MOVE WhitePlayerID TO JournalOtherID
	END-IF
	MOVE PlyCount TO JournalPlyBefore
	COMPUTE JournalRankA EQUAL 9 - MoveFromY
	COMPUTE JournalRankB EQUAL 9 - MoveToY
	STRING "PLY " JournalPlyBefore " " MoveBy " " MovePieceSym " "
		FileLetters(MoveFromX:1) JournalRankA "-"
		FileLetters(MoveToX:1) JournalRankB
		DELIMITED BY SIZE INTO JournalBefore
	END-STRING

	IF MovePieceSym = 'K' AND
			(MoveToX - MoveFromX = 2 OR MoveFromX - MoveToX = 2) THEN
			NOT INVALID KEY PERFORM buildLastMoveText
		END-READ
	END-IF
	STRING "PLY " PlyCount " MOVE REMOVED" DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal
	DISPLAY "Move taken back".

restoreEnPassantAfterUndo.
		END-IF
		DISPLAY "Imported game " GameID " with " PlyCount
			" plies, result " ImpResultTag
		PERFORM resetJournalEntry
		MOVE "IMPT" TO JournalAction
		MOVE GameID TO JournalGameID
		MOVE ImpWhiteTag TO JournalPlayerID
		MOVE ImpBlackTag TO JournalOtherID
		STRING "SOURCE " PGNFileName DELIMITED BY SIZE INTO JournalBefore
		END-STRING
		STRING "PLIES " PlyCount " RESULT " ImpResultTag
			DELIMITED BY SIZE INTO JournalAfter
		END-STRING
		PERFORM writeJournal
	END-IF
	END-IF
	CLOSE MoveList
	MOVE 'N' TO TournDoneFlag
	PERFORM UNTIL TournMenuDone
		PERFORM listTournaments
		DISPLAY "C Create event, E Enroll player, P Pair next round, G Record game for pairing, X Crosstable,"
		DISPLAY "R Rating report file, V Newsletter CSV, W Withdraw or reinstate player, H Half-point bye, Q Back"
		ACCEPT TournMenuChoice
		EVALUATE TournMenuChoice
			WHEN 'C'
				DISPLAY "Enter event number"
				ACCEPT TournIDInput
				PERFORM showCrosstable
			WHEN 'R'
			WHEN 'r'
				PERFORM exportRatingReport
			WHEN 'V'
			WHEN 'v'
				PERFORM exportNewsletterCSV
			WHEN 'W'
			WHEN 'w'
				PERFORM withdrawTournamentPlayer
			WHEN 'H'
			WHEN 'h'
				PERFORM requestHalfPointBye
			WHEN 'Q'
			WHEN 'q'
				MOVE 'Y' TO TournDoneFlag
	MOVE 0 TO TournRounds
	MOVE 0 TO TournCurrentRound
	MOVE 0 TO TournPlayerCount
	MOVE 0 TO TournStartDate
	MOVE 0 TO TournEndDate
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > 16
		MOVE SPACES TO TournPlayer(TSeatIdx)
		MOVE 0 TO TournEntryRating(TSeatIdx)
		MOVE SPACE TO TournPlayerStatus(TSeatIdx)
		MOVE 0 TO TournHalfByeRound(TSeatIdx)
	END-PERFORM
	WRITE TournData
		INVALID KEY REWRITE TournData
	END-PERFORM
	ADD 1 TO TournPlayerCount
	MOVE TournEnrollID TO TournPlayer(TournPlayerCount)
	MOVE 'A' TO TournPlayerStatus(TournPlayerCount)
	MOVE 0 TO TournHalfByeRound(TournPlayerCount)
	REWRITE TournData
	DISPLAY "Enrolled " PlayerName " (" TournEnrollID ") in event " TournID.

			END-IF
		END-IF
		MOVE 'R' TO TournStatus
		PERFORM captureDateStamp
		MOVE StampDate TO TournStartDate
		PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournPlayerCount
			MOVE TournPlayer(TSeatIdx) TO PlayerID
			READ PlayerFile
			IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
				MOVE PlayerRating TO TournEntryRating(TSeatIdx)
			ELSE
				MOVE 0 TO TournEntryRating(TSeatIdx)
			END-IF
		END-PERFORM
	ELSE
		PERFORM checkRoundComplete
		IF NOT TournRoundDone THEN
	MOVE TournPlayerCount TO TournSeatCount
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournSeatCount
		MOVE TournPlayer(TSeatIdx) TO TSeatID(TSeatIdx)
		MOVE TSeatIdx TO TSeatNo(TSeatIdx)
		MOVE 0 TO TSeatBuchholz(TSeatIdx)
		MOVE 0 TO TSeatSonneborn(TSeatIdx)
		MOVE TournPlayer(TSeatIdx) TO PlayerID
		READ PlayerFile
		IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		MOVE "BYE" TO TSeatID(TournSeatCount)
		MOVE 0 TO TSeatRating(TournSeatCount)
		MOVE 0 TO TSeatScore(TournSeatCount)
		MOVE 0 TO TSeatNo(TournSeatCount)
	END-IF
	MOVE TournSeatCount TO TournRRSize
	MOVE 0 TO TournBoardNo
			END-IF
		END-PERFORM
	END-PERFORM
	MOVE 'H' TO SwBrowseMode
	PERFORM swBrowsePairings
	PERFORM swSetMustColors
	MOVE 0 TO SwHalfCount
	MOVE 0 TO SwPoolCount
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournSeatCount
		MOVE TSeatNo(TSeatIdx) TO SwPlayerNo
		EVALUATE TRUE
			WHEN TournPlayerWithdrawn(SwPlayerNo)
				CONTINUE
			WHEN TournHalfByeRound(SwPlayerNo) = TournCurrentRound
				ADD 1 TO SwHalfCount
				MOVE SwPlayerNo TO SwHalfNo(SwHalfCount)
			WHEN OTHER
				ADD 1 TO SwPoolCount
				MOVE TournSeatEntry(TSeatIdx) TO TournSeatEntry(SwPoolCount)
		END-EVALUATE
	END-PERFORM
	MOVE SwPoolCount TO TournSeatCount
	MOVE 0 TO TournBoardNo
	MOVE SPACES TO SwByeID
	DIVIDE TournSeatCount BY 2 GIVING TournModQ REMAINDER TournModR
	IF TournModR = 1 THEN
		MOVE TournSeatCount TO SwByeSeat
		PERFORM VARYING TSeatIdx FROM TournSeatCount BY -1 UNTIL TSeatIdx < 1
			IF NOT SwHadBye(TSeatNo(TSeatIdx)) THEN
				MOVE TSeatIdx TO SwByeSeat
				MOVE 1 TO TSeatIdx
			END-IF
		END-PERFORM
		MOVE TSeatID(SwByeSeat) TO SwByeID
		PERFORM VARYING TSeatIdx FROM SwByeSeat BY 1 UNTIL TSeatIdx >= TournSeatCount
			MOVE TournSeatEntry(TSeatIdx + 1) TO TournSeatEntry(TSeatIdx)
		END-PERFORM
		SUBTRACT 1 FROM TournSeatCount
	END-IF
	MOVE 0 TO SwRelaxLevel
	PERFORM swSearchPairs
	PERFORM UNTIL NOT SwSearchFailed OR SwRelaxLevel >= 2
		ADD 1 TO SwRelaxLevel
		PERFORM swSearchPairs
	END-PERFORM
	EVALUATE SwRelaxLevel
		WHEN 1
			DISPLAY "No pairing keeps every color sequence; one player gets"
				" the same color a third time"
		WHEN 2
			DISPLAY "No pairing avoids every rematch; earlier opponents meet again"
		WHEN OTHER
			CONTINUE
	END-EVALUATE
	PERFORM VARYING SwPairDepth FROM 1 BY 1 UNTIL SwPairDepth > SwDepthMax
		MOVE SwStackA(SwPairDepth) TO SwCheckA
		MOVE SwStackCand(SwPairDepth) TO SwCheckB
		PERFORM swAssignColors
		PERFORM writePairing
	END-PERFORM
	IF SwByeID NOT = SPACES THEN
		MOVE "BYE" TO SwByeKind
		PERFORM writeByeBoard
	END-IF
	PERFORM VARYING SwScanIdx FROM 1 BY 1 UNTIL SwScanIdx > SwHalfCount
		MOVE TournPlayer(SwHalfNo(SwScanIdx)) TO SwByeID
		MOVE "HALFBYE" TO SwByeKind
		PERFORM writeByeBoard
	END-PERFORM.

swBrowsePairings.
	IF SwBrowseHistory THEN
		INITIALIZE SwHistTable
	END-IF
	MOVE 'N' TO PairEndFlag
	MOVE TournID TO PairTournID
	MOVE 0 TO PairRound
	MOVE 0 TO PairBoard
	START PairFile KEY IS GREATER THAN PairKey
		INVALID KEY MOVE 'Y' TO PairEndFlag
	END-START
	PERFORM UNTIL PairEnd
		READ PairFile NEXT RECORD
			AT END MOVE 'Y' TO PairEndFlag
			NOT AT END
				IF PairTournID = TournID THEN
					IF SwBrowseHistory THEN
						PERFORM swNoteHistory
					ELSE
						PERFORM swNoteTiebreak
					END-IF
				ELSE
					MOVE 'Y' TO PairEndFlag
				END-IF
		END-READ
		IF PairFileStatus NOT = "00" AND PairFileStatus NOT = "02" THEN
			MOVE 'Y' TO PairEndFlag
		END-IF
	END-PERFORM.

swFindPlayer.
	MOVE 0 TO SwPlayerNo
	PERFORM VARYING SwScanIdx FROM 1 BY 1
			UNTIL SwScanIdx > TournPlayerCount OR SwPlayerNo > 0
		IF TournPlayer(SwScanIdx) = SwLookupID THEN
			MOVE SwScanIdx TO SwPlayerNo
		END-IF
	END-PERFORM.

swLocatePairPlayers.
	MOVE PairWhiteID TO SwLookupID
	PERFORM swFindPlayer
	MOVE SwPlayerNo TO SwIdxA
	MOVE PairBlackID TO SwLookupID
	PERFORM swFindPlayer
	MOVE SwPlayerNo TO SwIdxB.

swNoteHistory.
	PERFORM swLocatePairPlayers
	IF PairBlackID = "BYE" AND SwIdxA > 0 THEN
		MOVE 'Y' TO SwHadByeFlag(SwIdxA)
		EXIT PARAGRAPH
	END-IF
	IF PairWhiteID = "BYE" AND SwIdxB > 0 THEN
		MOVE 'Y' TO SwHadByeFlag(SwIdxB)
		EXIT PARAGRAPH
	END-IF
	IF SwIdxA = 0 OR SwIdxB = 0 THEN
		EXIT PARAGRAPH
	END-IF
	IF SwOppCount(SwIdxA) < 40 THEN
		ADD 1 TO SwOppCount(SwIdxA)
		MOVE SwIdxB TO SwOpp(SwIdxA, SwOppCount(SwIdxA))
	END-IF
	IF SwOppCount(SwIdxB) < 40 THEN
		ADD 1 TO SwOppCount(SwIdxB)
		MOVE SwIdxA TO SwOpp(SwIdxB, SwOppCount(SwIdxB))
	END-IF
	IF PairGameID = 0 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE SwLastColor(SwIdxA) TO SwPrevColor(SwIdxA)
	MOVE 'W' TO SwLastColor(SwIdxA)
	ADD 1 TO SwColorBal(SwIdxA)
	MOVE SwLastColor(SwIdxB) TO SwPrevColor(SwIdxB)
	MOVE 'B' TO SwLastColor(SwIdxB)
	SUBTRACT 1 FROM SwColorBal(SwIdxB).

swSetMustColors.
	PERFORM VARYING SwScanIdx FROM 1 BY 1 UNTIL SwScanIdx > 16
		MOVE SPACE TO SwMustColor(SwScanIdx)
		IF SwLastColor(SwScanIdx) = 'W' AND SwPrevColor(SwScanIdx) = 'W' THEN
			MOVE 'B' TO SwMustColor(SwScanIdx)
		END-IF
		IF SwLastColor(SwScanIdx) = 'B' AND SwPrevColor(SwScanIdx) = 'B' THEN
			MOVE 'W' TO SwMustColor(SwScanIdx)
		END-IF
	END-PERFORM.

swSearchPairs.
	MOVE SPACE TO SwSearchFlag
	DIVIDE TournSeatCount BY 2 GIVING SwDepthMax
	PERFORM VARYING SwScanIdx FROM 1 BY 1 UNTIL SwScanIdx > 17
		MOVE 'N' TO SwSeatPaired(SwScanIdx)
	END-PERFORM
	INITIALIZE SwStackTable
	MOVE 1 TO SwPairDepth
	PERFORM UNTIL SwPairDepth > SwDepthMax OR SwSearchFailed
		IF SwStackA(SwPairDepth) = 0 THEN
			PERFORM VARYING SwScanIdx FROM 1 BY 1
					UNTIL SwScanIdx > TournSeatCount OR SwStackA(SwPairDepth) > 0
				IF SwSeatPaired(SwScanIdx) = 'N' THEN
					MOVE SwScanIdx TO SwStackA(SwPairDepth)
				END-IF
			END-PERFORM
			MOVE SwStackA(SwPairDepth) TO SwStackCand(SwPairDepth)
		END-IF
		PERFORM swNextCandidate
		IF SwOppIdx > 0 THEN
			MOVE SwOppIdx TO SwStackCand(SwPairDepth)
			MOVE 'Y' TO SwSeatPaired(SwStackA(SwPairDepth))
			MOVE 'Y' TO SwSeatPaired(SwOppIdx)
			ADD 1 TO SwPairDepth
			IF SwPairDepth <= SwDepthMax THEN
				MOVE 0 TO SwStackA(SwPairDepth)
			END-IF
		ELSE
			MOVE 0 TO SwStackA(SwPairDepth)
			SUBTRACT 1 FROM SwPairDepth
			IF SwPairDepth = 0 THEN
				MOVE 'F' TO SwSearchFlag
			ELSE
				MOVE 'N' TO SwSeatPaired(SwStackA(SwPairDepth))
				MOVE 'N' TO SwSeatPaired(SwStackCand(SwPairDepth))
			END-IF
		END-IF
	END-PERFORM.

swNextCandidate.
	MOVE 0 TO SwOppIdx
	MOVE SwStackA(SwPairDepth) TO SwCheckA
	COMPUTE SwScanIdx EQUAL SwStackCand(SwPairDepth) + 1
	PERFORM UNTIL SwScanIdx > TournSeatCount OR SwOppIdx > 0
		IF SwSeatPaired(SwScanIdx) = 'N' THEN
			MOVE SwScanIdx TO SwCheckB
			PERFORM swCheckCompatible
			IF SwCompatible THEN
				MOVE SwScanIdx TO SwOppIdx
			END-IF
		END-IF
		ADD 1 TO SwScanIdx
	END-PERFORM.

swCheckCompatible.
	MOVE 'Y' TO SwCompatFlag
	MOVE TSeatNo(SwCheckA) TO SwIdxA
	MOVE TSeatNo(SwCheckB) TO SwIdxB
	IF SwRelaxLevel < 2 THEN
		PERFORM VARYING TSeatJdx FROM 1 BY 1 UNTIL TSeatJdx > SwOppCount(SwIdxA)
			IF SwOpp(SwIdxA, TSeatJdx) = SwIdxB THEN
				MOVE 'N' TO SwCompatFlag
			END-IF
		END-PERFORM
	END-IF
	IF SwRelaxLevel < 1 THEN
		IF SwMustColor(SwIdxA) NOT = SPACE
				AND SwMustColor(SwIdxA) = SwMustColor(SwIdxB) THEN
			MOVE 'N' TO SwCompatFlag
		END-IF
	END-IF.

swAssignColors.
	MOVE TSeatNo(SwCheckA) TO SwIdxA
	MOVE TSeatNo(SwCheckB) TO SwIdxB
	MOVE SwCheckA TO TournPairA
	MOVE SwCheckB TO TournPairB
	EVALUATE TRUE
		WHEN SwMustColor(SwIdxA) = 'W' OR SwMustColor(SwIdxB) = 'B'
			CONTINUE
		WHEN SwMustColor(SwIdxA) = 'B' OR SwMustColor(SwIdxB) = 'W'
			MOVE SwCheckB TO TournPairA
			MOVE SwCheckA TO TournPairB
		WHEN SwColorBal(SwIdxA) < SwColorBal(SwIdxB)
			CONTINUE
		WHEN SwColorBal(SwIdxA) > SwColorBal(SwIdxB)
			MOVE SwCheckB TO TournPairA
			MOVE SwCheckA TO TournPairB
		WHEN SwLastColor(SwIdxA) = 'B' AND SwLastColor(SwIdxB) NOT = 'B'
			CONTINUE
		WHEN SwLastColor(SwIdxB) = 'B' AND SwLastColor(SwIdxA) NOT = 'B'
			MOVE SwCheckB TO TournPairA
			MOVE SwCheckA TO TournPairB
		WHEN OTHER
			DIVIDE TournCurrentRound BY 2 GIVING TournModQ REMAINDER TournModR
			IF TournModR = 0 THEN
				MOVE SwCheckB TO TournPairA
				MOVE SwCheckA TO TournPairB
			END-IF
	END-EVALUATE.

writeByeBoard.
	ADD 1 TO TournBoardNo
	MOVE TournID TO PairTournID
	MOVE TournCurrentRound TO PairRound
	MOVE TournBoardNo TO PairBoard
	MOVE SwByeID TO PairWhiteID
	MOVE SwByeKind TO PairBlackID
	MOVE 0 TO PairGameID
	IF SwByeKind = "HALFBYE" THEN
		MOVE "1/2-1/2" TO PairResult
	ELSE
		MOVE "1-0" TO PairResult
	END-IF
	WRITE PairData
		INVALID KEY REWRITE PairData
	END-WRITE
	IF SwByeKind = "HALFBYE" THEN
		DISPLAY "Board " TournBoardNo ": " PairWhiteID " (half-point bye)"
	ELSE
		DISPLAY "Board " TournBoardNo ": " PairWhiteID " (bye)"
	END-IF.

swNoteTiebreak.
	IF PairResult = SPACES THEN
		EXIT PARAGRAPH
	END-IF
	PERFORM swLocatePairPlayers
	IF SwIdxA = 0 OR SwIdxB = 0 THEN
		EXIT PARAGRAPH
	END-IF
	ADD TSeatScore(SwIdxB) TO SwBuchholz(SwIdxA)
	ADD TSeatScore(SwIdxA) TO SwBuchholz(SwIdxB)
	EVALUATE PairResult
		WHEN "1-0"
			ADD TSeatScore(SwIdxB) TO SwSonneborn(SwIdxA)
		WHEN "0-1"
			ADD TSeatScore(SwIdxA) TO SwSonneborn(SwIdxB)
		WHEN "1/2-1/2"
			COMPUTE SwSonneborn(SwIdxA) EQUAL SwSonneborn(SwIdxA)
				+ TSeatScore(SwIdxB) / 2
			COMPUTE SwSonneborn(SwIdxB) EQUAL SwSonneborn(SwIdxB)
				+ TSeatScore(SwIdxA) / 2
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

swCheckWithdrawnBoard.
	MOVE 'N' TO SwWhiteOutFlag
	MOVE 'N' TO SwBlackOutFlag
	MOVE PairWhiteID TO SwLookupID
	PERFORM swFindPlayer
	IF SwPlayerNo > 0 THEN
		IF TournPlayerWithdrawn(SwPlayerNo) THEN
			MOVE 'Y' TO SwWhiteOutFlag
		END-IF
	END-IF
	MOVE PairBlackID TO SwLookupID
	PERFORM swFindPlayer
	IF SwPlayerNo > 0 THEN
		IF TournPlayerWithdrawn(SwPlayerNo) THEN
			MOVE 'Y' TO SwBlackOutFlag
		END-IF
	END-IF
	EVALUATE TRUE
		WHEN SwWhiteOut AND (SwBlackOut OR PairBlackID = "BYE")
			MOVE "0-0" TO PairResult
		WHEN SwBlackOut AND PairWhiteID = "BYE"
			MOVE "0-0" TO PairResult
		WHEN SwWhiteOut
			MOVE "0-1" TO PairResult
		WHEN SwBlackOut
			MOVE "1-0" TO PairResult
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

withdrawTournamentPlayer.
	DISPLAY "Enter event number"
	ACCEPT TournIDInput
	MOVE TournIDInput TO TournID
	READ TournFile
		INVALID KEY
			DISPLAY "No event " TournIDInput " on file"
			EXIT PARAGRAPH
	END-READ
	IF TournFinished THEN
		DISPLAY "Event " TournID " is finished"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Player ID?"
	ACCEPT SwLookupID
	PERFORM swFindPlayer
	IF SwPlayerNo = 0 THEN
		DISPLAY SwLookupID " is not enrolled in event " TournID
		EXIT PARAGRAPH
	END-IF
	IF TournPlayerWithdrawn(SwPlayerNo) THEN
		DISPLAY SwLookupID " has withdrawn; reinstate for the next round? (Y/N)"
		ACCEPT TournConfirm
		IF TournConfirm = 'Y' OR TournConfirm = 'y' THEN
			MOVE 'A' TO TournPlayerStatus(SwPlayerNo)
			REWRITE TournData
			DISPLAY SwLookupID " reinstated; they are paired again from the next round"
		END-IF
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Withdraw " SwLookupID " from event " TournID "? (Y/N)"
	ACCEPT TournConfirm
	IF TournConfirm NOT = 'Y' AND TournConfirm NOT = 'y' THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'W' TO TournPlayerStatus(SwPlayerNo)
	MOVE 0 TO TournHalfByeRound(SwPlayerNo)
	REWRITE TournData
	DISPLAY SwLookupID " withdrawn; from the next round on they are not paired"
	IF TournRoundRobin THEN
		DISPLAY "Their remaining round-robin games are scored as not played"
	END-IF
	IF TournRunning THEN
		DISPLAY "Record any unfinished round " TournCurrentRound
			" board for them with G and game number 0"
	END-IF.

requestHalfPointBye.
	DISPLAY "Enter event number"
	ACCEPT TournIDInput
	MOVE TournIDInput TO TournID
	READ TournFile
		INVALID KEY
			DISPLAY "No event " TournIDInput " on file"
			EXIT PARAGRAPH
	END-READ
	IF NOT TournRunning OR NOT TournByStanding THEN
		DISPLAY "Half-point byes are taken in a running event paired by standing"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Player ID?"
	ACCEPT SwLookupID
	PERFORM swFindPlayer
	IF SwPlayerNo = 0 THEN
		DISPLAY SwLookupID " is not enrolled in event " TournID
		EXIT PARAGRAPH
	END-IF
	IF TournPlayerWithdrawn(SwPlayerNo) THEN
		DISPLAY SwLookupID " has withdrawn from event " TournID
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Round for the half-point bye (0 cancels a request)?"
	ACCEPT TournRoundInput
	IF TournRoundInput = 0 THEN
		MOVE 0 TO TournHalfByeRound(SwPlayerNo)
		REWRITE TournData
		DISPLAY "Half-point bye request for " SwLookupID " cancelled"
		EXIT PARAGRAPH
	END-IF
	IF TournRoundInput <= TournCurrentRound OR TournRoundInput > TournRounds THEN
		DISPLAY "Round " TournRoundInput " is already paired or past the last round"
		EXIT PARAGRAPH
	END-IF
	MOVE TournRoundInput TO TournHalfByeRound(SwPlayerNo)
	REWRITE TournData
	DISPLAY SwLookupID " takes a half-point bye in round " TournRoundInput.

writePairing.
	ADD 1 TO TournBoardNo
	MOVE TournID TO PairTournID
	IF PairBlackID = "BYE" THEN
		MOVE "1-0" TO PairResult
	END-IF
	PERFORM swCheckWithdrawnBoard
	WRITE PairData
		INVALID KEY REWRITE PairData
	END-WRITE
	EVALUATE TRUE
		WHEN PairResult = SPACES
			DISPLAY "Board " TournBoardNo ": " PairWhiteID " (W) vs " PairBlackID " (B)"
		WHEN SwWhiteOut OR SwBlackOut
			DISPLAY "Board " TournBoardNo ": " PairWhiteID " vs " PairBlackID
				" not played (withdrawn) " PairResult
		WHEN OTHER
			DISPLAY "Board " TournBoardNo ": " PairWhiteID " vs " PairBlackID " (bye)"
	END-EVALUATE.

checkRoundComplete.
	MOVE 'Y' TO TournRoundDoneFlag
			DISPLAY "No such pairing on file"
			EXIT PARAGRAPH
	END-READ
	IF PairWhiteID = "BYE" OR PairBlackID = "BYE" OR PairBlackID = "HALFBYE" THEN
		DISPLAY "That board is a bye"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Enter game number that settled this pairing (0 if the board was not played)"
	ACCEPT TournLinkGameID
	IF TournLinkGameID = 0 THEN
		PERFORM recordUnplayedBoard
	ELSE
		PERFORM matchPairingGame
	END-IF
	IF NOT TournLinkOk THEN
		EXIT PARAGRAPH
	END-IF
	MOVE TournLinkGameID TO PairGameID
	REWRITE PairData
	DISPLAY "Recorded " PairResult " for round " PairRound " board " PairBoard
	MOVE PairTournID TO TournID
	READ TournFile
		INVALID KEY EXIT PARAGRAPH
	END-READ
	PERFORM checkRoundComplete
	IF TournRoundDone THEN
		DISPLAY "Round " TournCurrentRound " is complete"
		IF TournCurrentRound >= TournRounds THEN
			MOVE 'F' TO TournStatus
			PERFORM captureDateStamp
			MOVE StampDate TO TournEndDate
			REWRITE TournData
			DISPLAY "Event " TournID " is finished"
		END-IF
		MOVE TournID TO TournIDInput
		PERFORM showCrosstable
	END-IF.

recordUnplayedBoard.
	MOVE 'N' TO TournLinkOkFlag
	DISPLAY "Board not played: W White scores, B Black scores, N neither scores"
	ACCEPT TournForfeitChoice
	EVALUATE TournForfeitChoice
		WHEN 'W'
		WHEN 'w'
			MOVE "1-0" TO PairResult
		WHEN 'B'
		WHEN 'b'
			MOVE "0-1" TO PairResult
		WHEN 'N'
		WHEN 'n'
			MOVE "0-0" TO PairResult
		WHEN OTHER
			DISPLAY "Nothing recorded"
			EXIT PARAGRAPH
	END-EVALUATE
	MOVE 'Y' TO TournLinkOkFlag.

matchPairingGame.
	MOVE 'N' TO TournLinkOkFlag
	MOVE TournLinkGameID TO CatGameID
	READ GameCatalog
		INVALID KEY
			EXIT PARAGRAPH
		END-IF
	END-IF
	MOVE 'Y' TO TournLinkOkFlag.

showCrosstable.
	MOVE TournIDInput TO TournID
		EXIT PARAGRAPH
	END-IF
	PERFORM loadTournSeats
	MOVE 'H' TO SwBrowseMode
	PERFORM swBrowsePairings
	MOVE 'T' TO SwBrowseMode
	PERFORM swBrowsePairings
	DISPLAY "=== Crosstable: " TournName " ==="
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournSeatCount
		MOVE SwBuchholz(TSeatIdx) TO TSeatBuchholz(TSeatIdx)
		MOVE SwSonneborn(TSeatIdx) TO TSeatSonneborn(TSeatIdx)
		DISPLAY TSeatID(TSeatIdx) " " WITH NO ADVANCING
		PERFORM VARYING CrossRoundNo FROM 1 BY 1
				UNTIL CrossRoundNo > TournCurrentRound
			DISPLAY TournResultChar " " WITH NO ADVANCING
		END-PERFORM
		MOVE TSeatScore(TSeatIdx) TO TournScoreEdited
		MOVE TSeatBuchholz(TSeatIdx) TO TournBuchEdited
		MOVE TSeatSonneborn(TSeatIdx) TO TournSBEdited
		DISPLAY " " TournScoreEdited " Buch " TournBuchEdited " S-B " TournSBEdited
	END-PERFORM
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx >= TournSeatCount
		PERFORM VARYING TSeatJdx FROM 1 BY 1
				UNTIL TSeatJdx > TournSeatCount - TSeatIdx
			IF TSeatScore(TSeatJdx) < TSeatScore(TSeatJdx + 1)
					OR (TSeatScore(TSeatJdx) = TSeatScore(TSeatJdx + 1)
					AND TSeatBuchholz(TSeatJdx) < TSeatBuchholz(TSeatJdx + 1))
					OR (TSeatScore(TSeatJdx) = TSeatScore(TSeatJdx + 1)
					AND TSeatBuchholz(TSeatJdx) = TSeatBuchholz(TSeatJdx + 1)
					AND TSeatSonneborn(TSeatJdx) < TSeatSonneborn(TSeatJdx + 1))
					OR (TSeatScore(TSeatJdx) = TSeatScore(TSeatJdx + 1)
					AND TSeatBuchholz(TSeatJdx) = TSeatBuchholz(TSeatJdx + 1)
					AND TSeatSonneborn(TSeatJdx) = TSeatSonneborn(TSeatJdx + 1)
					AND TSeatRating(TSeatJdx) < TSeatRating(TSeatJdx + 1)) THEN
				MOVE TournSeatEntry(TSeatJdx) TO TournSeatSwap
				MOVE TournSeatEntry(TSeatJdx + 1) TO TournSeatEntry(TSeatJdx)
			END-IF
		END-PERFORM
	END-PERFORM
	DISPLAY "=== Standings after round " TournCurrentRound
		" (ties split by Buchholz, then Sonneborn-Berger) ==="
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournSeatCount
		MOVE TSeatScore(TSeatIdx) TO TournScoreEdited
		MOVE TSeatBuchholz(TSeatIdx) TO TournBuchEdited
		MOVE TSeatSonneborn(TSeatIdx) TO TournSBEdited
		MOVE SPACES TO TournStatusText
		IF TournPlayerWithdrawn(TSeatNo(TSeatIdx)) THEN
			MOVE "(withdrawn)" TO TournStatusText
		END-IF
		DISPLAY TSeatIdx ". " TSeatID(TSeatIdx) " " TournScoreEdited
			" Buch " TournBuchEdited " S-B " TournSBEdited
			" rating " TSeatRating(TSeatIdx) " " TournStatusText
	END-PERFORM.

findCrosstableCell.
		IF PairBlackID = "BYE" THEN
			MOVE 'b' TO TournResultChar
		ELSE
			IF PairBlackID = "HALFBYE" THEN
				MOVE 'h' TO TournResultChar
				EXIT PARAGRAPH
			END-IF
			EVALUATE PairResult
				WHEN "1-0"
					MOVE '+' TO TournResultChar
		END-IF
	END-IF.

prepareRatingExport.
	MOVE 'N' TO RptReadyFlag
	DISPLAY "Enter event number"
	ACCEPT TournIDInput
	MOVE TournIDInput TO TournID
	READ TournFile
		INVALID KEY
			DISPLAY "No event " TournIDInput " on file"
			EXIT PARAGRAPH
	END-READ
	IF NOT TournFinished THEN
		DISPLAY "Event " TournID " is not finished; nothing exported"
		EXIT PARAGRAPH
	END-IF
	PERFORM loadTournSeats
	MOVE 0 TO RptBlankCount
	MOVE 0 TO RptResultCount
	MOVE 0 TO RptFirstDate
	MOVE 0 TO RptLastDate
	MOVE 'N' TO PairEndFlag
	MOVE TournID TO PairTournID
	MOVE 0 TO PairRound
	MOVE 0 TO PairBoard
	START PairFile KEY IS GREATER THAN PairKey
		INVALID KEY MOVE 'Y' TO PairEndFlag
	END-START
	PERFORM UNTIL PairEnd
		READ PairFile NEXT RECORD
			AT END MOVE 'Y' TO PairEndFlag
			NOT AT END
				IF PairTournID = TournID THEN
					PERFORM checkRatingPairing
				ELSE
					MOVE 'Y' TO PairEndFlag
				END-IF
		END-READ
		IF PairFileStatus NOT = "00" AND PairFileStatus NOT = "02" THEN
			MOVE 'Y' TO PairEndFlag
		END-IF
	END-PERFORM
	IF RptBlankCount > 0 THEN
		DISPLAY RptBlankCount " pairing(s) have no result; nothing exported"
		EXIT PARAGRAPH
	END-IF
	IF TournStartDate > 0 THEN
		MOVE TournStartDate TO RptStartDate
	ELSE
		MOVE RptFirstDate TO RptStartDate
	END-IF
	IF TournEndDate > 0 THEN
		MOVE TournEndDate TO RptEndDate
	ELSE
		MOVE RptLastDate TO RptEndDate
	END-IF
	MOVE 'Y' TO RptReadyFlag.

checkRatingPairing.
	IF PairResult = SPACES THEN
		ADD 1 TO RptBlankCount
		DISPLAY "Round " PairRound " board " PairBoard " " PairWhiteID
			" vs " PairBlackID " has no result"
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO RptResultCount
	IF PairGameID = 0 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE PairGameID TO CatGameID
	READ GameCatalog
		INVALID KEY EXIT PARAGRAPH
	END-READ
	IF CatStartDate > 0 AND (RptFirstDate = 0 OR CatStartDate < RptFirstDate) THEN
		MOVE CatStartDate TO RptFirstDate
	END-IF
	IF CatEndDate > RptLastDate THEN
		MOVE CatEndDate TO RptLastDate
	END-IF.

setRatingPlayer.
	MOVE SPACES TO RptPlayerName
	MOVE TSeatID(TSeatIdx) TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		MOVE PlayerName TO RptPlayerName
	END-IF
	IF TournEntryRating(TSeatIdx) > 0 THEN
		MOVE TournEntryRating(TSeatIdx) TO RptRating
		MOVE 'E' TO RptRatingSource
	ELSE
		MOVE TSeatRating(TSeatIdx) TO RptRating
		MOVE 'C' TO RptRatingSource
	END-IF.

setRatingResultCode.
	IF PairBlackID = "HALFBYE" THEN
		MOVE 'H' TO RptResultCode
		EXIT PARAGRAPH
	END-IF
	IF PairWhiteID = "BYE" OR PairBlackID = "BYE" THEN
		MOVE 'B' TO RptResultCode
	ELSE
		IF PairGameID = 0 THEN
			MOVE 'U' TO RptResultCode
		ELSE
			MOVE 'P' TO RptResultCode
		END-IF
	END-IF.

exportRatingReport.
	PERFORM prepareRatingExport
	IF NOT RptReady THEN
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO RatingFileName
	STRING "ratingrpt" TournID ".txt" DELIMITED BY SIZE INTO RatingFileName
	OPEN OUTPUT RatingFile
	IF RatingFileStatus NOT = "00" THEN
		DISPLAY "Cannot create " RatingFileName
		EXIT PARAGRAPH
	END-IF
	MOVE TournID TO RptHdrEventID
	MOVE TournName TO RptHdrName
	MOVE RptStartDate TO RptHdrStartDate
	MOVE RptEndDate TO RptHdrEndDate
	MOVE TournRounds TO RptHdrRounds
	MOVE TournPairMode TO RptHdrPairMode
	MOVE TournSeatCount TO RptHdrPlayers
	WRITE RatingRecord FROM RptHeaderRec
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournSeatCount
		PERFORM setRatingPlayer
		MOVE TournID TO RptPlyEventID
		MOVE TSeatIdx TO RptPlySeat
		MOVE TSeatID(TSeatIdx) TO RptPlyID
		MOVE RptPlayerName TO RptPlyName
		MOVE RptRating TO RptPlyRating
		MOVE RptRatingSource TO RptPlyRatingSource
		MOVE TSeatScore(TSeatIdx) TO RptPlyScore
		WRITE RatingRecord FROM RptPlayerRec
	END-PERFORM
	MOVE 'N' TO PairEndFlag
	MOVE TournID TO PairTournID
	MOVE 0 TO PairRound
	MOVE 0 TO PairBoard
	START PairFile KEY IS GREATER THAN PairKey
		INVALID KEY MOVE 'Y' TO PairEndFlag
	END-START
	PERFORM UNTIL PairEnd
		READ PairFile NEXT RECORD
			AT END MOVE 'Y' TO PairEndFlag
			NOT AT END
				IF PairTournID = TournID THEN
					PERFORM setRatingResultCode
					MOVE TournID TO RptResEventID
					MOVE PairRound TO RptResRound
					MOVE PairBoard TO RptResBoard
					MOVE PairWhiteID TO RptResWhiteID
					MOVE PairBlackID TO RptResBlackID
					MOVE RptResultCode TO RptResCode
					MOVE PairResult TO RptResResult
					MOVE PairGameID TO RptResGameID
					WRITE RatingRecord FROM RptResultRec
				ELSE
					MOVE 'Y' TO PairEndFlag
				END-IF
		END-READ
		IF PairFileStatus NOT = "00" AND PairFileStatus NOT = "02" THEN
			MOVE 'Y' TO PairEndFlag
		END-IF
	END-PERFORM
	MOVE TournID TO RptTrlEventID
	MOVE TournSeatCount TO RptTrlPlayers
	MOVE RptResultCount TO RptTrlResults
	WRITE RatingRecord FROM RptTrailerRec
	CLOSE RatingFile
	DISPLAY "Wrote " RatingFileName ": " TournSeatCount " player(s), "
		RptResultCount " result(s)".

exportNewsletterCSV.
	PERFORM prepareRatingExport
	IF NOT RptReady THEN
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO RatingFileName
	STRING "newsletter" TournID ".csv" DELIMITED BY SIZE INTO RatingFileName
	OPEN OUTPUT RatingFile
	IF RatingFileStatus NOT = "00" THEN
		DISPLAY "Cannot create " RatingFileName
		EXIT PARAGRAPH
	END-IF
	MOVE "Event,Name,Start,End,Rounds,Pairing" TO RatingRecord
	WRITE RatingRecord
	PERFORM startCsvLine
	MOVE TournID TO RptNumEdited
	PERFORM appendCsvNumber
	MOVE TournName TO RptCsvField
	PERFORM appendCsvText
	MOVE RptStartDate TO RptNumEdited
	PERFORM appendCsvNumber
	MOVE RptEndDate TO RptNumEdited
	PERFORM appendCsvNumber
	MOVE TournRounds TO RptNumEdited
	PERFORM appendCsvNumber
	IF TournRoundRobin THEN
		MOVE "Round robin" TO RptCsvField
	ELSE
		MOVE "Swiss" TO RptCsvField
	END-IF
	PERFORM appendCsvText
	PERFORM writeCsvLine
	MOVE SPACES TO RatingRecord
	WRITE RatingRecord
	MOVE "Seat,Player,Name,Pre-event rating,Current rating,Score" TO RatingRecord
	WRITE RatingRecord
	PERFORM VARYING TSeatIdx FROM 1 BY 1 UNTIL TSeatIdx > TournSeatCount
		PERFORM setRatingPlayer
		PERFORM startCsvLine
		MOVE TSeatIdx TO RptNumEdited
		PERFORM appendCsvNumber
		MOVE TSeatID(TSeatIdx) TO RptCsvField
		PERFORM appendCsvText
		MOVE RptPlayerName TO RptCsvField
		PERFORM appendCsvText
		MOVE RptRating TO RptNumEdited
		PERFORM appendCsvNumber
		MOVE TSeatRating(TSeatIdx) TO RptNumEdited
		PERFORM appendCsvNumber
		MOVE TSeatScore(TSeatIdx) TO TournScoreEdited
		MOVE TournScoreEdited TO RptCsvField
		PERFORM appendCsvField
		PERFORM writeCsvLine
	END-PERFORM
	MOVE SPACES TO RatingRecord
	WRITE RatingRecord
	MOVE "Round,Board,White,Black,Type,Result,Game" TO RatingRecord
	WRITE RatingRecord
	MOVE 'N' TO PairEndFlag
	MOVE TournID TO PairTournID
	MOVE 0 TO PairRound
	MOVE 0 TO PairBoard
	START PairFile KEY IS GREATER THAN PairKey
		INVALID KEY MOVE 'Y' TO PairEndFlag
	END-START
	PERFORM UNTIL PairEnd
		READ PairFile NEXT RECORD
			AT END MOVE 'Y' TO PairEndFlag
			NOT AT END
				IF PairTournID = TournID THEN
					PERFORM writeCsvResult
				ELSE
					MOVE 'Y' TO PairEndFlag
				END-IF
		END-READ
		IF PairFileStatus NOT = "00" AND PairFileStatus NOT = "02" THEN
			MOVE 'Y' TO PairEndFlag
		END-IF
	END-PERFORM
	CLOSE RatingFile
	DISPLAY "Wrote " RatingFileName ": " TournSeatCount " player(s), "
		RptResultCount " result(s)".

writeCsvResult.
	PERFORM setRatingResultCode
	PERFORM startCsvLine
	MOVE PairRound TO RptNumEdited
	PERFORM appendCsvNumber
	MOVE PairBoard TO RptNumEdited
	PERFORM appendCsvNumber
	MOVE PairWhiteID TO RptCsvField
	PERFORM appendCsvText
	MOVE PairBlackID TO RptCsvField
	PERFORM appendCsvText
	EVALUATE RptResultCode
		WHEN 'B'
			MOVE "Bye" TO RptCsvField
		WHEN 'H'
			MOVE "Half-point bye" TO RptCsvField
		WHEN 'U'
			MOVE "Not played" TO RptCsvField
		WHEN OTHER
			MOVE "Played" TO RptCsvField
	END-EVALUATE
	PERFORM appendCsvField
	MOVE PairResult TO RptCsvField
	PERFORM appendCsvField
	MOVE PairGameID TO RptNumEdited
	PERFORM appendCsvNumber
	PERFORM writeCsvLine.

startCsvLine.
	MOVE SPACES TO RptCsvLine
	MOVE 1 TO RptCsvPos.

appendCsvNumber.
	MOVE RptNumEdited TO RptCsvField
	PERFORM appendCsvField.

appendCsvText.
	MOVE 'Y' TO RptCsvQuoteFlag
	PERFORM appendCsvField
	MOVE 'N' TO RptCsvQuoteFlag.

appendCsvField.
	MOVE 0 TO RptCsvFrom
	MOVE 0 TO RptCsvLen
	PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 40
		IF RptCsvField(COUNTER:1) NOT = ' ' THEN
			IF RptCsvFrom = 0 THEN
				MOVE COUNTER TO RptCsvFrom
			END-IF
			MOVE COUNTER TO RptCsvLen
		END-IF
		IF RptCsvField(COUNTER:1) = '"' THEN
			MOVE "'" TO RptCsvField(COUNTER:1)
		END-IF
	END-PERFORM
	IF RptCsvPos > 1 THEN
		MOVE ',' TO RptCsvLine(RptCsvPos:1)
		ADD 1 TO RptCsvPos
	END-IF
	IF RptCsvQuoted THEN
		MOVE '"' TO RptCsvLine(RptCsvPos:1)
		ADD 1 TO RptCsvPos
	END-IF
	IF RptCsvFrom > 0 THEN
		COMPUTE RptCsvLen EQUAL RptCsvLen - RptCsvFrom + 1
		MOVE RptCsvField(RptCsvFrom:RptCsvLen) TO RptCsvLine(RptCsvPos:RptCsvLen)
		ADD RptCsvLen TO RptCsvPos
	END-IF
	IF RptCsvQuoted THEN
		MOVE '"' TO RptCsvLine(RptCsvPos:1)
		ADD 1 TO RptCsvPos
	END-IF
	MOVE SPACES TO RptCsvField.

writeCsvLine.
	MOVE RptCsvLine TO RatingRecord
	WRITE RatingRecord.

analyzeGame.
	DISPLAY "Enter game number to analyze"
	ACCEPT GameIDInput
	MOVE GameIDInput TO GameID
	OPEN INPUT MoveList
	IF MoveFileStatus NOT = "00" THEN
		DISPLAY "No move log on file"
		EXIT PARAGRAPH
	END-IF
	PERFORM loadReviewMoves
	CLOSE MoveList
	IF ReviewMoveCount = 0 THEN
		DISPLAY "No moves on file for game " GameID
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO AnaWhiteID
	MOVE SPACES TO AnaBlackID
	MOVE GameID TO CatGameID
	READ GameCatalog
		INVALID KEY CONTINUE
		NOT INVALID KEY
			MOVE CatWhiteID TO AnaWhiteID
			MOVE CatBlackID TO AnaBlackID
	END-READ
	PERFORM setupStartPosition
	MOVE 0 TO CapturedCount
	MOVE 0 TO ReplayWhiteScore
		MOVE 'W' TO PlayerTurn
	END-IF
	MOVE 0 TO AnaFindings
	MOVE 0 TO AnaPuzzlesSaved
	MOVE 'N' TO AnaPuzzleFileFlag
	OPEN I-O PuzzleFile
	IF PuzzleFileStatus = "35" THEN
		OPEN OUTPUT PuzzleFile
		CLOSE PuzzleFile
		OPEN I-O PuzzleFile
	END-IF
	IF PuzzleFileStatus = "00" THEN
		MOVE 'Y' TO AnaPuzzleFileFlag
	ELSE
		DISPLAY "Puzzle file unavailable (status " PuzzleFileStatus
			"); findings will not be saved"
	END-IF
	DISPLAY "=== Analysis of game " GameID " ==="
	PERFORM analyzePly VARYING AnaPly FROM 1 BY 1
		UNTIL AnaPly > ReviewMoveCount
	DISPLAY "=== End of analysis: " AnaFindings " findings over "
		ReviewMoveCount " plies ==="
	IF AnaPuzzleFileOpen THEN
		CLOSE PuzzleFile
		DISPLAY AnaPuzzlesSaved " finding(s) saved as training puzzles"
	END-IF.

analyzePly.
	MOVE ReviewMoveData(AnaPly) TO MoveData
	MOVE MoveBy TO PlayerTurn
	MOVE MoveBy TO AnaPlySide
	MOVE MoveTurnNumber TO TurnNumber
	MOVE 0 TO HalfMoveClock
	PERFORM buildFENFromBoard
	MOVE FENOut TO AnaFENBefore
	PERFORM anaScanBestReply
	MOVE MoveFromX TO SPieceX
	MOVE MoveFromY TO SPieceY
			SANText ": missed mate in one ("
			FileLetters(AnaMateFromX:1) AnaRankA "-"
			FileLetters(AnaMateToX:1) AnaRankB " mates)"
		MOVE 'M' TO AnaPuzTheme
		MOVE AnaFENBefore TO AnaPuzFEN
		MOVE AnaPlySide TO AnaPuzSide
		MOVE AnaMateFromX TO AnaPuzFromX
		MOVE AnaMateFromY TO AnaPuzFromY
		MOVE AnaMateToX TO AnaPuzToX
		MOVE AnaMateToY TO AnaPuzToY
		MOVE MoveTurnNumber TO AnaPuzTurn
		PERFORM saveAnaPuzzle
	END-IF
	IF AnaBestVictim > 0 AND AnaBestNet >= 10
			AND AnaBestNet > AnaActualNet + 5
			SANText ": missed capture worth " AnaBestVictim " ("
			FileLetters(AnaBestFromX:1) AnaRankA "x"
			FileLetters(AnaBestToX:1) AnaRankB ")"
		MOVE 'C' TO AnaPuzTheme
		MOVE AnaFENBefore TO AnaPuzFEN
		MOVE AnaPlySide TO AnaPuzSide
		MOVE AnaBestFromX TO AnaPuzFromX
		MOVE AnaBestFromY TO AnaPuzFromY
		MOVE AnaBestToX TO AnaPuzToX
		MOVE AnaBestToY TO AnaPuzToY
		MOVE MoveTurnNumber TO AnaPuzTurn
		PERFORM saveAnaPuzzle
	END-IF
	PERFORM anaCheckHungPiece
	IF AnaPieceHung THEN
			SANText ": hangs the " PieceSym(MoveToX, MoveToY) " on "
			FileLetters(MoveToX:1) AnaRankA
			" (capturable for free next ply)"
		IF AnaPlySide = 'B' THEN
			COMPUTE TurnNumber EQUAL MoveTurnNumber + 1
		ELSE
			MOVE MoveTurnNumber TO TurnNumber
		END-IF
		PERFORM buildFENFromBoard
		MOVE 'H' TO AnaPuzTheme
		MOVE FENOut TO AnaPuzFEN
		MOVE PlayerTurn TO AnaPuzSide
		MOVE AnaHungFromX TO AnaPuzFromX
		MOVE AnaHungFromY TO AnaPuzFromY
		MOVE MoveToX TO AnaPuzToX
		MOVE MoveToY TO AnaPuzToY
		MOVE TurnNumber TO AnaPuzTurn
		PERFORM saveAnaPuzzle
	END-IF
	IF AnaPlySide = 'B' OR AnaPly = ReviewMoveCount THEN
		COMPUTE AnaBalance EQUAL ReplayWhiteScore - ReplayBlackScore
					PERFORM scoreCandidateMove
					IF CandidateScore >= GameValue(MoveToX, MoveToY) * 10 THEN
						MOVE 'Y' TO AnaHungFlag
						MOVE AnaScanFromX TO AnaHungFromX
						MOVE AnaScanFromY TO AnaHungFromY
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.

saveAnaPuzzle.
	IF NOT AnaPuzzleFileOpen THEN
		EXIT PARAGRAPH
	END-IF
	MOVE GameID TO PuzGameID
	MOVE IDNum TO PuzPly
	MOVE AnaPuzTheme TO PuzTheme
	READ PuzzleFile
	IF PuzzleFileStatus NOT = "00" AND PuzzleFileStatus NOT = "02" THEN
		MOVE 0 TO PuzAttempts
		MOVE 0 TO PuzSolved
	END-IF
	MOVE AnaPuzFEN TO PuzFEN
	MOVE AnaPuzSide TO PuzSideToMove
	MOVE AnaPuzFromX TO PuzFromX
	MOVE AnaPuzFromY TO PuzFromY
	MOVE AnaPuzToX TO PuzToX
	MOVE AnaPuzToY TO PuzToY
	MOVE AnaPuzTurn TO PuzTurnNumber
	IF AnaPlySide = 'W' THEN
		MOVE AnaWhiteID TO PuzPlayerID
	ELSE
		MOVE AnaBlackID TO PuzPlayerID
	END-IF
	PERFORM captureDateStamp
	MOVE StampDate TO PuzFoundDate
	WRITE PuzzleData
		INVALID KEY REWRITE PuzzleData
	END-WRITE
	ADD 1 TO AnaPuzzlesSaved.

tacticsTrainingMenu.
	OPEN I-O PuzzleFile
	IF PuzzleFileStatus NOT = "00" THEN
		DISPLAY "No puzzles on file; analyze some games first"
		EXIT PARAGRAPH
	END-IF
	OPEN I-O TrainFile
	IF TrainFileStatus = "35" THEN
		OPEN OUTPUT TrainFile
		CLOSE TrainFile
		OPEN I-O TrainFile
	END-IF
	DISPLAY "Member ID?"
	ACCEPT TrainMemberID
	IF TrainMemberID = SPACES THEN
		DISPLAY "Training is tracked by member ID; none given"
		CLOSE PuzzleFile
		CLOSE TrainFile
		EXIT PARAGRAPH
	END-IF
	MOVE TrainMemberID TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus NOT = "00" AND PlayerFileStatus NOT = "02" THEN
		DISPLAY "No player profile for " TrainMemberID
		CLOSE PuzzleFile
		CLOSE TrainFile
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Training for " PlayerName
	PERFORM loadTrainRecord
	MOVE 'N' TO TrainDoneFlag
	PERFORM UNTIL TrainMenuDone
		DISPLAY "=== Tactics Training ==="
		DISPLAY "N Next puzzle from your own games, A Next puzzle from any game, R Your record, L Club solve rates, Q Back"
		ACCEPT TrainMenuChoice
		EVALUATE TrainMenuChoice
			WHEN 'N'
			WHEN 'n'
				MOVE 'Y' TO TrainOwnFlag
				PERFORM trainNextPuzzle
			WHEN 'A'
			WHEN 'a'
				MOVE 'N' TO TrainOwnFlag
				PERFORM trainNextPuzzle
			WHEN 'R'
			WHEN 'r'
				PERFORM showTrainRecord
			WHEN 'L'
			WHEN 'l'
				PERFORM showTrainLeague
			WHEN 'Q'
			WHEN 'q'
				MOVE 'Y' TO TrainDoneFlag
			WHEN OTHER
				DISPLAY "Unknown choice"
		END-EVALUATE
	END-PERFORM
	CLOSE PuzzleFile
	CLOSE TrainFile.

loadTrainRecord.
	MOVE 'N' TO TrainNewFlag
	MOVE TrainMemberID TO TrainPlayerID
	READ TrainFile
	IF TrainFileStatus NOT = "00" AND TrainFileStatus NOT = "02" THEN
		MOVE 'Y' TO TrainNewFlag
		MOVE TrainMemberID TO TrainPlayerID
		MOVE 0 TO TrainAttempts
		MOVE 0 TO TrainSolved
		MOVE LOW-VALUES TO TrainLastKey
		MOVE 0 TO TrainLastDate
	END-IF.

trainNextPuzzle.
	PERFORM loadTrainRecord
	MOVE 'N' TO TrainFoundFlag
	MOVE 'N' TO TrainWrappedFlag
	MOVE TrainLastKey TO PuzzleKey
	PERFORM trainScanPuzzles
	IF NOT TrainPuzzleFound THEN
		MOVE 'Y' TO TrainWrappedFlag
		MOVE LOW-VALUES TO PuzzleKey
		PERFORM trainScanPuzzles
	END-IF
	IF NOT TrainPuzzleFound THEN
		IF TrainOwnGamesOnly THEN
			DISPLAY "No puzzles on file from games played by " TrainMemberID
		ELSE
			DISPLAY "No puzzles on file"
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE PuzFEN TO FENBuffer
	PERFORM buildBoardFromFEN
	IF FENError THEN
		DISPLAY "Puzzle " PuzGameID "/" PuzPly " holds an unreadable position; skipped"
		MOVE PuzzleKey TO TrainLastKey
		PERFORM saveTrainRecord
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO CapturedCount
	MOVE SPACES TO LastMoveText
	IF PuzSideToMove = 'W' THEN
		MOVE "White" TO TrainSideName
	ELSE
		MOVE "Black" TO TrainSideName
	END-IF
	DISPLAY "=== Puzzle from game " PuzGameID " ply " PuzPly " ==="
	EVALUATE TRUE
		WHEN PuzMissedMate
			DISPLAY TrainSideName " to play and mate in one"
		WHEN PuzHungPiece
			DISPLAY TrainSideName " to play: the last move left a piece hanging"
		WHEN OTHER
			DISPLAY TrainSideName " to play and win material"
	END-EVALUATE
	PERFORM displayBoard
	DISPLAY "Your move (e2e4 or SAN)?"
	ACCEPT TrainAnswer
	PERFORM readTrainAnswer
	IF NOT TrainAnswerRead THEN
		DISPLAY "Could not read that move; puzzle not scored"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO TrainCorrectFlag
	IF TrainAnsFromX = PuzFromX AND TrainAnsFromY = PuzFromY
			AND TrainAnsToX = PuzToX AND TrainAnsToY = PuzToY THEN
		MOVE 'Y' TO TrainCorrectFlag
	END-IF
	IF NOT TrainCorrect AND PuzMissedMate THEN
		PERFORM trainTestMate
	END-IF
	ADD 1 TO PuzAttempts
	ADD 1 TO TrainAttempts
	IF TrainCorrect THEN
		ADD 1 TO PuzSolved
		ADD 1 TO TrainSolved
		DISPLAY "Correct!"
	ELSE
		COMPUTE TrainRankA EQUAL 9 - PuzFromY
		COMPUTE TrainRankB EQUAL 9 - PuzToY
		DISPLAY "Not this time. The move was " FileLetters(PuzFromX:1) TrainRankA
			"-" FileLetters(PuzToX:1) TrainRankB
	END-IF
	REWRITE PuzzleData
	MOVE PuzzleKey TO TrainLastKey
	PERFORM saveTrainRecord
	PERFORM showTrainRecord.

trainScanPuzzles.
	MOVE 'N' TO TrainEndFlag
	START PuzzleFile KEY IS GREATER THAN PuzzleKey
		INVALID KEY MOVE 'Y' TO TrainEndFlag
	END-START
	PERFORM UNTIL TrainEnd OR TrainPuzzleFound
		READ PuzzleFile NEXT RECORD
			AT END MOVE 'Y' TO TrainEndFlag
			NOT AT END
				IF NOT TrainOwnGamesOnly OR PuzPlayerID = TrainMemberID THEN
					MOVE 'Y' TO TrainFoundFlag
				END-IF
		END-READ
		IF PuzzleFileStatus NOT = "00" AND PuzzleFileStatus NOT = "02" THEN
			MOVE 'Y' TO TrainEndFlag
		END-IF
	END-PERFORM.

readTrainAnswer.
	MOVE 'N' TO TrainAnswerFlag
	MOVE 3 TO TrainAnsPos
	IF TrainAnswer(3:1) = '-' OR TrainAnswer(3:1) = 'x' THEN
		MOVE 4 TO TrainAnsPos
	END-IF
	IF TrainAnswer(1:1) >= 'a' AND TrainAnswer(1:1) <= 'h'
			AND TrainAnswer(2:1) >= '1' AND TrainAnswer(2:1) <= '8'
			AND TrainAnswer(TrainAnsPos:1) >= 'a' AND TrainAnswer(TrainAnsPos:1) <= 'h'
			AND TrainAnswer(TrainAnsPos + 1:1) >= '1'
			AND TrainAnswer(TrainAnsPos + 1:1) <= '8' THEN
		MOVE TrainAnswer(1:2) TO SquareInputBuffer
		PERFORM translateSquareInput
		MOVE ResolvedX TO TrainAnsFromX
		MOVE ResolvedY TO TrainAnsFromY
		MOVE TrainAnswer(TrainAnsPos:2) TO SquareInputBuffer
		PERFORM translateSquareInput
		MOVE ResolvedX TO TrainAnsToX
		MOVE ResolvedY TO TrainAnsToY
		MOVE 'Y' TO TrainAnswerFlag
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO ImpSAN
	MOVE 0 TO ImpSANLen
	PERFORM VARYING TrainAnsPos FROM 1 BY 1 UNTIL TrainAnsPos > 12
		IF TrainAnswer(TrainAnsPos:1) NOT = ' ' AND TrainAnswer(TrainAnsPos:1) NOT = '+'
				AND TrainAnswer(TrainAnsPos:1) NOT = '#'
				AND TrainAnswer(TrainAnsPos:1) NOT = '!'
				AND TrainAnswer(TrainAnsPos:1) NOT = '?' THEN
			ADD 1 TO ImpSANLen
			MOVE TrainAnswer(TrainAnsPos:1) TO ImpSAN(ImpSANLen:1)
		END-IF
	END-PERFORM
	IF ImpSANLen = 0 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ImpErrorFlag
	PERFORM parseImportSAN
	IF NOT ImpError THEN
		PERFORM resolveImportMove
	END-IF
	MOVE ' ' TO ImportPromotionSym
	IF ImpError THEN
		MOVE 'N' TO ImpErrorFlag
		EXIT PARAGRAPH
	END-IF
	MOVE ImpMatchFromX TO TrainAnsFromX
	MOVE ImpMatchFromY TO TrainAnsFromY
	MOVE ImpDestX TO TrainAnsToX
	MOVE ImpDestY TO TrainAnsToY
	MOVE 'Y' TO TrainAnswerFlag.

trainTestMate.
	MOVE TrainAnsFromX TO SPieceX
	MOVE TrainAnsFromY TO SPieceY
	MOVE TrainAnsToX TO SDestX
	MOVE TrainAnsToY TO SDestY
	IF OWNER(SPieceX, SPieceY) NOT = PlayerTurn THEN
		EXIT PARAGRAPH
	END-IF
	PERFORM isMoveSafe
	IF NOT MoveIsSafe THEN
		EXIT PARAGRAPH
	END-IF
	MOVE Piece(SPieceX, SPieceY) TO TrainSavedSourcePiece
	MOVE Piece(SDestX, SDestY) TO TrainSavedDestPiece
	IF EnPassantVictimX > 0 AND EnPassantVictimY > 0 THEN
		MOVE Piece(EnPassantVictimX, EnPassantVictimY) TO TrainSavedEPPiece
	END-IF
	MOVE 'N' TO MoveMadeFlag
	MOVE 'Y' TO SimulationMode
	PERFORM dispatchMove
	MOVE 'N' TO SimulationMode
	MOVE EnPassantCaptureFlag TO TrainEPCaptureFlag
	IF MoveMade THEN
		PERFORM switchTurn
		MOVE PlayerTurn TO KCColor
		PERFORM isKingInCheck
		IF KingInCheck THEN
			PERFORM hasLegalMove
			IF NOT LegalMoveFound THEN
				MOVE 'Y' TO TrainCorrectFlag
			END-IF
		END-IF
		PERFORM switchTurn
	END-IF
	MOVE TrainSavedSourcePiece TO Piece(TrainAnsFromX, TrainAnsFromY)
	MOVE TrainSavedDestPiece TO Piece(TrainAnsToX, TrainAnsToY)
	IF TrainEPCaptureFlag = 'Y' THEN
		MOVE TrainSavedEPPiece TO Piece(EnPassantVictimX, EnPassantVictimY)
	END-IF.

saveTrainRecord.
	MOVE TrainMemberID TO TrainPlayerID
	PERFORM captureDateStamp
	MOVE StampDate TO TrainLastDate
	WRITE TrainData
		INVALID KEY REWRITE TrainData
	END-WRITE.

showTrainRecord.
	PERFORM loadTrainRecord
	IF TrainAttempts = 0 THEN
		DISPLAY TrainMemberID " has not tried any puzzles yet"
		EXIT PARAGRAPH
	END-IF
	COMPUTE TrainRate ROUNDED EQUAL TrainSolved * 100 / TrainAttempts
	DISPLAY TrainMemberID " solved " TrainSolved " of " TrainAttempts
		" puzzle(s), " TrainRate "%".

showTrainLeague.
	DISPLAY "=== Club solve rates ==="
	MOVE 0 TO TrainMemberCount
	MOVE 'N' TO TrainEndFlag
	MOVE LOW-VALUES TO TrainPlayerID
	START TrainFile KEY IS NOT LESS THAN TrainPlayerID
		INVALID KEY MOVE 'Y' TO TrainEndFlag
	END-START
	PERFORM UNTIL TrainEnd
		READ TrainFile NEXT RECORD
			AT END MOVE 'Y' TO TrainEndFlag
			NOT AT END
				IF TrainAttempts > 0 THEN
					ADD 1 TO TrainMemberCount
					COMPUTE TrainRate ROUNDED EQUAL TrainSolved * 100 / TrainAttempts
					DISPLAY TrainPlayerID " solved " TrainSolved " of "
						TrainAttempts " " TrainRate "%"
				END-IF
		END-READ
		IF TrainFileStatus NOT = "00" AND TrainFileStatus NOT = "02" THEN
			MOVE 'Y' TO TrainEndFlag
		END-IF
	END-PERFORM
	IF TrainMemberCount = 0 THEN
		DISPLAY "(no training recorded yet)"
	END-IF.

manageGameLocks.
	MOVE 999 TO LockClearID
	PERFORM UNTIL LockClearID = 0
		PERFORM listGameLocks
		IF LockCount = 0 THEN
			EXIT PARAGRAPH
		END-IF
		DISPLAY "Game number to unlock (0 to leave)?"
		ACCEPT LockClearID
		IF LockClearID > 0 THEN
			PERFORM clearGameLock
		END-IF
	END-PERFORM.

listGameLocks.
	DISPLAY "=== Locked games ==="
	MOVE 0 TO LockCount
	MOVE 'N' TO CatalogEndFlag
	MOVE 0 TO CatGameID
	START GameCatalog KEY IS GREATER THAN CatGameID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF CatGameLocked THEN
					ADD 1 TO LockCount
					DISPLAY "Game " CatGameID " locked by " CatLockOperator
						" session " CatLockSession " since " CatLockDate
						" " CatLockTime
				END-IF
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	IF LockCount = 0 THEN
		DISPLAY "(no games are locked)"
	END-IF.

clearGameLock.
	MOVE LockClearID TO CatGameID
	READ GameCatalog
		INVALID KEY
			DISPLAY "Game " LockClearID " is not in the catalog"
			EXIT PARAGRAPH
	END-READ
	IF NOT CatGameLocked THEN
		DISPLAY "Game " LockClearID " is not locked"
		EXIT PARAGRAPH
	END-IF
	PERFORM resetJournalEntry
	MOVE "ULCK" TO JournalAction
	MOVE LockClearID TO JournalGameID
	MOVE CatWhiteID TO JournalPlayerID
	MOVE CatBlackID TO JournalOtherID
	STRING "LOCKED BY " CatLockOperator " SESSION " CatLockSession
		" " CatLockDate " " CatLockTime
		DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	MOVE "UNLOCKED" TO JournalAfter
	PERFORM clearLockFields
	REWRITE CatalogData
	PERFORM writeJournal
	DISPLAY "Lock on game " LockClearID " cleared".

resetJournalEntry.
	MOVE SPACES TO JournalAction
	MOVE 0 TO JournalGameID
	MOVE SPACES TO JournalPlayerID
	MOVE SPACES TO JournalOtherID
	MOVE SPACES TO JournalBefore
	MOVE SPACES TO JournalAfter.

writeJournal.
	OPEN I-O JournalFile
	IF JournalFileStatus = "35" THEN
		OPEN OUTPUT JournalFile
		CLOSE JournalFile
		OPEN I-O JournalFile
	END-IF
	IF JournalFileStatus NOT = "00" THEN
		DISPLAY "Journal unavailable (status " JournalFileStatus "); "
			JournalAction " not recorded"
		EXIT PARAGRAPH
	END-IF
	PERFORM captureDateStamp
	MOVE StampDate TO JrnDate
	MOVE StampTime TO JrnTime
	MOVE OperatorID TO JrnOperator
	MOVE JournalAction TO JrnAction
	MOVE JournalGameID TO JrnGameID
	MOVE JournalPlayerID TO JrnPlayerID
	MOVE JournalOtherID TO JrnOtherID
	MOVE JournalBefore TO JrnBefore
	MOVE JournalAfter TO JrnAfter
	MOVE 'N' TO JournalWrittenFlag
	PERFORM VARYING JrnSeq FROM 1 BY 1
			UNTIL JournalWritten OR JrnSeq >= 9999
		WRITE JournalData
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE 'Y' TO JournalWrittenFlag
		END-WRITE
	END-PERFORM
	IF NOT JournalWritten THEN
		DISPLAY "Journal write failed; " JournalAction " not recorded"
	END-IF
	CLOSE JournalFile
	PERFORM resetJournalEntry.

journalInquiry.
	OPEN INPUT JournalFile
	IF JournalFileStatus NOT = "00" THEN
		DISPLAY "No journal entries on file"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO JnqDoneFlag
	PERFORM UNTIL JnqMenuDone
		DISPLAY "=== Operator Journal ==="
		DISPLAY "D By date range, A By action, P By player ID, G By game number, Q Back"
		DISPLAY "Actions: MERG STAT NAME RCKP RMOV RTAL ARCH REST IMPT TKBK ULCK BKUP RSTR"
		ACCEPT JnqMenuChoice
		EVALUATE JnqMenuChoice
			WHEN 'D'
			WHEN 'd'
				DISPLAY "From date (YYYYMMDD)?"
				ACCEPT JnqFromDate
				DISPLAY "To date (YYYYMMDD, 0 for no limit)?"
				ACCEPT JnqToDate
				IF JnqToDate = 0 THEN
					MOVE 99999999 TO JnqToDate
				END-IF
				MOVE 'D' TO JnqMode
				PERFORM listJournalEntries
			WHEN 'A'
			WHEN 'a'
				DISPLAY "Action code?"
				ACCEPT JnqAction
				INSPECT JnqAction CONVERTING "abcdefghijklmnopqrstuvwxyz"
					TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
				MOVE 'A' TO JnqMode
				PERFORM listJournalEntries
			WHEN 'P'
			WHEN 'p'
				DISPLAY "Player ID?"
				ACCEPT JnqPlayerID
				MOVE 'P' TO JnqMode
				PERFORM listJournalEntries
			WHEN 'G'
			WHEN 'g'
				DISPLAY "Game number?"
				ACCEPT JnqGameID
				MOVE 'G' TO JnqMode
				PERFORM listJournalEntries
			WHEN 'Q'
			WHEN 'q'
				MOVE 'Y' TO JnqDoneFlag
			WHEN OTHER
				DISPLAY "Unknown choice"
		END-EVALUATE
	END-PERFORM
	CLOSE JournalFile.

listJournalEntries.
	MOVE 0 TO JnqCount
	MOVE 'N' TO JnqEndFlag
	MOVE 0 TO JrnDate
	MOVE 0 TO JrnTime
	MOVE 0 TO JrnSeq
	IF JnqMode = 'D' THEN
		MOVE JnqFromDate TO JrnDate
	END-IF
	START JournalFile KEY IS NOT LESS THAN JrnKey
		INVALID KEY MOVE 'Y' TO JnqEndFlag
	END-START
	PERFORM UNTIL JnqEnd
		READ JournalFile NEXT RECORD
			AT END MOVE 'Y' TO JnqEndFlag
			NOT AT END
				MOVE 'N' TO JnqMatchFlag
				EVALUATE JnqMode
					WHEN 'D'
						IF JrnDate > JnqToDate THEN
							MOVE 'Y' TO JnqEndFlag
						ELSE
							MOVE 'Y' TO JnqMatchFlag
						END-IF
					WHEN 'A'
						IF JrnAction = JnqAction THEN
							MOVE 'Y' TO JnqMatchFlag
						END-IF
					WHEN 'P'
						IF JrnPlayerID = JnqPlayerID
								OR JrnOtherID = JnqPlayerID THEN
							MOVE 'Y' TO JnqMatchFlag
						END-IF
					WHEN 'G'
						IF JrnGameID = JnqGameID THEN
							MOVE 'Y' TO JnqMatchFlag
						END-IF
				END-EVALUATE
				IF JnqMatch THEN
					ADD 1 TO JnqCount
					PERFORM displayJournalEntry
				END-IF
		END-READ
		IF JournalFileStatus NOT = "00" AND JournalFileStatus NOT = "02" THEN
			MOVE 'Y' TO JnqEndFlag
		END-IF
	END-PERFORM
	DISPLAY "=== " JnqCount " journal entr(ies) listed ===".

displayJournalEntry.
	DISPLAY JrnDate " " JrnTime " " JrnOperator " " JrnAction
		" game " JrnGameID " " JrnPlayerID " " JrnOtherID
	IF JrnBefore NOT = SPACES THEN
		DISPLAY "    before: " JrnBefore
	END-IF
	IF JrnAfter NOT = SPACES THEN
		DISPLAY "    after:  " JrnAfter
	END-IF.

housekeepingMenu.
	OPEN I-O ArchCatalog
	IF ArchCatFileStatus = "35" THEN
		OPEN OUTPUT ArchCatalog
		CLOSE ArchCatalog
		OPEN I-O ArchCatalog
	END-IF
	OPEN I-O ArchMoveList
	IF ArchMoveFileStatus = "35" THEN
		OPEN OUTPUT ArchMoveList
		CLOSE ArchMoveList
		OPEN I-O ArchMoveList
	END-IF
	OPEN I-O ArchSave
	IF ArchSaveFileStatus = "35" THEN
		OPEN OUTPUT ArchSave
		CLOSE ArchSave
		OPEN I-O ArchSave
	END-IF
	OPEN I-O MoveList
	IF MoveFileStatus = "35" THEN
		OPEN OUTPUT MoveList
		CLOSE MoveList
		OPEN I-O MoveList
	END-IF
	OPEN I-O SaveGame
	IF SaveFileStatus = "35" THEN
		OPEN OUTPUT SaveGame
		CLOSE SaveGame
		OPEN I-O SaveGame
	END-IF
	MOVE 'N' TO ArcDoneFlag
	PERFORM UNTIL ArcMenuDone
		DISPLAY "=== Library Housekeeping ==="
		DISPLAY "A Archive finished games, R Restore archived game, L List archive, K Game locks, Q Back"
		ACCEPT ArcMenuChoice
		EVALUATE ArcMenuChoice
			WHEN 'A'
			WHEN 'a'
				PERFORM archiveFinishedGames
			WHEN 'R'
			WHEN 'r'
				PERFORM restoreArchivedGame
			WHEN 'L'
			WHEN 'l'
				PERFORM listArchivedGames
			WHEN 'K'
			WHEN 'k'
				PERFORM manageGameLocks
			WHEN 'Q'
			WHEN 'q'
				MOVE 'Y' TO ArcDoneFlag
			WHEN OTHER
				DISPLAY "Unknown choice"
		END-EVALUATE
	END-PERFORM
	CLOSE ArchCatalog
	CLOSE ArchMoveList
	CLOSE ArchSave
	CLOSE MoveList
	CLOSE SaveGame.

archiveFinishedGames.
	DISPLAY "Archive finished games ended on or before date (YYYYMMDD, 0 cancels)?"
	DISPLAY "Games from before date stamping count as older than any cutoff"
	ACCEPT ArcCutoff
	IF ArcCutoff = 0 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO ArcIDCount
	MOVE 0 TO ArcLockSkipped
	MOVE 'N' TO CatalogEndFlag
	MOVE 0 TO CatEndDate
	START GameCatalog KEY IS NOT LESS THAN CatEndDate
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF CatEndDate > ArcCutoff THEN
					MOVE 'Y' TO CatalogEndFlag
				END-IF
				IF CatGameFinished AND CatEndDate <= ArcCutoff
						AND ArcIDCount < 500 THEN
					IF CatGameLocked THEN
						ADD 1 TO ArcLockSkipped
						DISPLAY "Game " CatGameID " skipped; locked by "
							CatLockOperator " since " CatLockDate " " CatLockTime
					ELSE
						ADD 1 TO ArcIDCount
						MOVE CatGameID TO ArcID(ArcIDCount)
					END-IF
				END-IF
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	IF ArcIDCount = 0 THEN
		IF ArcLockSkipped = 0 THEN
			DISPLAY "No finished games ended on or before " ArcCutoff
		END-IF
		EXIT PARAGRAPH
	END-IF
	DISPLAY "=== Archive Manifest ==="
	PERFORM VARYING ArcIdx FROM 1 BY 1 UNTIL ArcIdx > ArcIDCount
		PERFORM archiveOneGame
	END-PERFORM
	DISPLAY "=== " ArcIDCount " game(s) archived ===".

archiveOneGame.
	MOVE ArcID(ArcIdx) TO CatGameID
	READ GameCatalog
		INVALID KEY EXIT PARAGRAPH
	END-READ
	IF CatGameLocked THEN
		DISPLAY "Game " ArcID(ArcIdx) " was locked by " CatLockOperator
			" before it could be archived; skipped"
		EXIT PARAGRAPH
	END-IF
	MOVE CatalogData TO ArcCatalogData
	WRITE ArcCatalogData
		INVALID KEY REWRITE ArcCatalogData
		INVALID KEY CONTINUE
	END-DELETE
	DISPLAY "Archived game " ArcID(ArcIdx) " result " CatResult
		" moves " ArcMovesMoved " checkpoint " ArcSaveMovedFlag
	PERFORM resetJournalEntry
	MOVE "ARCH" TO JournalAction
	MOVE ArcID(ArcIdx) TO JournalGameID
	MOVE CatWhiteID TO JournalPlayerID
	MOVE CatBlackID TO JournalOtherID
	STRING "LIVE RESULT " CatResult " ENDED " CatEndDate
		DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	STRING "ARCHIVED MOVES " ArcMovesMoved " CHECKPOINT " ArcSaveMovedFlag
		DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal.

restoreArchivedGame.
	DISPLAY "Enter archived game number to restore"
			EXIT PARAGRAPH
	END-READ
	MOVE ArcCatalogData TO CatalogData
	PERFORM clearLockFields
	WRITE CatalogData
		INVALID KEY CONTINUE
	END-WRITE
	DELETE ArchCatalog RECORD
		INVALID KEY CONTINUE
	END-DELETE
	PERFORM resetJournalEntry
	MOVE "REST" TO JournalAction
	MOVE GameIDInput TO JournalGameID
	MOVE CatWhiteID TO JournalPlayerID
	MOVE CatBlackID TO JournalOtherID
	STRING "ARCHIVED RESULT " CatResult DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	STRING "LIVE MOVES " ArcMovesMoved DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal
	DISPLAY "Restored game " GameIDInput " with " ArcMovesMoved
		" moves; use R on the main menu to review it".

listArchivedGames.
	DISPLAY "Games ended from date (YYYYMMDD, 0 lists the whole archive)?"
	ACCEPT ArcListFromDate
	MOVE 99999999 TO ArcListToDate
	IF ArcListFromDate > 0 THEN
		DISPLAY "To date (YYYYMMDD, 0 for no limit)?"
		ACCEPT ArcListToDate
		IF ArcListToDate = 0 THEN
			MOVE 99999999 TO ArcListToDate
		END-IF
	END-IF
	DISPLAY "=== Archived Games ==="
	MOVE 'N' TO CatalogEndFlag
	MOVE 'Y' TO CatalogEmptyFlag
	IF ArcListFromDate = 0 THEN
		MOVE 0 TO ArcCatGameID
		START ArchCatalog KEY IS GREATER THAN ArcCatGameID
			INVALID KEY MOVE 'Y' TO CatalogEndFlag
		END-START
	ELSE
		MOVE ArcListFromDate TO ArcCatEndDate
		START ArchCatalog KEY IS NOT LESS THAN ArcCatEndDate
			INVALID KEY MOVE 'Y' TO CatalogEndFlag
		END-START
	END-IF
	PERFORM UNTIL CatalogEnd
		READ ArchCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF ArcCatEndDate > ArcListToDate AND ArcListFromDate > 0 THEN
					MOVE 'Y' TO CatalogEndFlag
				ELSE
					MOVE 'N' TO CatalogEmptyFlag
					MOVE ArcCatalogData TO CatalogData
					DISPLAY "Game " CatGameID " result " CatResult
						" moves " CatTurnNumber " ended " CatEndDate
				END-IF
		END-READ
		IF ArchCatFileStatus NOT = "00" AND ArchCatFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	IF CatalogEmpty THEN
		DISPLAY "(archive is empty)"
	END-IF.

backupMenu.
	OPEN I-O BackupManifest
	IF BkmFileStatus = "35" THEN
		OPEN OUTPUT BackupManifest
		CLOSE BackupManifest
		OPEN I-O BackupManifest
	END-IF
	IF BkmFileStatus NOT = "00" THEN
		DISPLAY "Backup manifest unavailable (status " BkmFileStatus ")"
		EXIT PARAGRAPH
	END-IF
	MOVE 5 TO BkKeepLimit
	MOVE 0 TO BkmControlKey
	READ BackupManifest
		INVALID KEY CONTINUE
		NOT INVALID KEY
			IF BkmKeepLimit > 0 AND BkmKeepLimit < 99 THEN
				MOVE BkmKeepLimit TO BkKeepLimit
			END-IF
	END-READ
	PERFORM loadBackupSets
	MOVE 'N' TO BkDoneFlag
	PERFORM UNTIL BkMenuDone
		DISPLAY "=== Library Backup ==="
		DISPLAY "B Back up the library now, L List backup sets, R Restore a backup set, G Generations to keep (now "
			BkKeepLimit "), Q Back"
		ACCEPT BkMenuChoice
		EVALUATE BkMenuChoice
			WHEN 'B'
			WHEN 'b'
				PERFORM runLibraryBackup
			WHEN 'L'
			WHEN 'l'
				PERFORM listBackupSets
			WHEN 'R'
			WHEN 'r'
				PERFORM restoreLibraryBackup
			WHEN 'G'
			WHEN 'g'
				PERFORM setBackupGenerations
			WHEN 'Q'
			WHEN 'q'
				MOVE 'Y' TO BkDoneFlag
			WHEN OTHER
				DISPLAY "Unknown choice"
		END-EVALUATE
	END-PERFORM
	CLOSE BackupManifest.

loadBackupSets.
	MOVE 0 TO BkSetCount
	MOVE 0 TO BkLastGeneration
	MOVE 'N' TO BkEndFlag
	MOVE 0 TO BkmGeneration
	START BackupManifest KEY IS GREATER THAN BkmGeneration
		INVALID KEY MOVE 'Y' TO BkEndFlag
	END-START
	PERFORM UNTIL BkEnd
		READ BackupManifest NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				IF BkSetCount < 99 THEN
					ADD 1 TO BkSetCount
					MOVE BkmGeneration TO BkSetGen(BkSetCount)
					MOVE BkmSlot TO BkSetSlot(BkSetCount)
				END-IF
				MOVE BkmGeneration TO BkLastGeneration
		END-READ
		IF BkmFileStatus NOT = "00" AND BkmFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM.

listBackupSets.
	DISPLAY "=== Backup sets (keeping " BkKeepLimit " generations) ==="
	IF BkSetCount = 0 THEN
		DISPLAY "(no backup sets on file)"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	MOVE 0 TO BkmGeneration
	START BackupManifest KEY IS GREATER THAN BkmGeneration
		INVALID KEY MOVE 'Y' TO BkEndFlag
	END-START
	PERFORM UNTIL BkEnd
		READ BackupManifest NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				DISPLAY "Generation " BkmGeneration " taken " BkmDate " " BkmTime
					" by " BkmOperator " games " BkmCount(3) " moves " BkmCount(1)
		END-READ
		IF BkmFileStatus NOT = "00" AND BkmFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM.

showBackupManifest.
	DISPLAY "=== Manifest for generation " BkmGeneration " ==="
	DISPLAY "Taken " BkmDate " " BkmTime " by " BkmOperator
		" with " BkmLockedGames " game(s) locked"
	PERFORM VARYING BkFileIdx FROM 1 BY 1 UNTIL BkFileIdx > 15
		DISPLAY "  " BkFileName(BkFileIdx) " " BkmCount(BkFileIdx)
	END-PERFORM.

setBackupGenerations.
	DISPLAY "Generations to keep (1-98, 0 leaves it at " BkKeepLimit ")?"
	ACCEPT BkKeepInput
	IF BkKeepInput = 0 THEN
		DISPLAY "Generations to keep unchanged"
		EXIT PARAGRAPH
	END-IF
	IF BkKeepInput > 98 THEN
		DISPLAY "At most 98 generations can be kept"
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO BkmControlData
	MOVE 0 TO BkmControlKey
	MOVE BkKeepInput TO BkmKeepLimit
	WRITE BkmControlData
		INVALID KEY REWRITE BkmControlData
	END-WRITE
	MOVE BkKeepInput TO BkKeepLimit
	PERFORM UNTIL BkSetCount <= BkKeepLimit
		PERFORM dropOldestBackupSet
	END-PERFORM
	DISPLAY "Keeping the latest " BkKeepLimit " backup generation(s)".

dropOldestBackupSet.
	MOVE 1 TO BkOldestIdx
	PERFORM VARYING BkSetIdx FROM 2 BY 1 UNTIL BkSetIdx > BkSetCount
		IF BkSetGen(BkSetIdx) < BkSetGen(BkOldestIdx) THEN
			MOVE BkSetIdx TO BkOldestIdx
		END-IF
	END-PERFORM
	MOVE BkSetGen(BkOldestIdx) TO BkmGeneration
	DELETE BackupManifest RECORD
		INVALID KEY CONTINUE
	END-DELETE
	MOVE BkSetSlot(BkOldestIdx) TO BkCurSlot
	PERFORM buildBackupFileName
	OPEN OUTPUT BackupFile
	CLOSE BackupFile
	DISPLAY "Dropped backup generation " BkSetGen(BkOldestIdx)
	MOVE BkSetEntry(BkSetCount) TO BkSetEntry(BkOldestIdx)
	SUBTRACT 1 FROM BkSetCount.

buildBackupFileName.
	MOVE SPACES TO BkSetFileName
	STRING "libbackup" BkCurSlot ".dat" DELIMITED BY SIZE INTO BkSetFileName
	END-STRING.

countLockedGames.
	MOVE 0 TO BkLockCount
	MOVE 'N' TO CatalogEndFlag
	MOVE 0 TO CatGameID
	START GameCatalog KEY IS NOT LESS THAN CatGameID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF CatGameLocked THEN
					ADD 1 TO BkLockCount
				END-IF
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM.

runLibraryBackup.
	PERFORM countLockedGames
	IF BkLockCount > 0 THEN
		DISPLAY BkLockCount " game(s) are locked by other sessions; their"
			" latest moves may be missing from this set"
	END-IF
	MOVE 1 TO BkCurSlot
	MOVE 'Y' TO BkSlotUsedFlag
	PERFORM UNTIL NOT BkSlotUsed
		MOVE 'N' TO BkSlotUsedFlag
		PERFORM VARYING BkSetIdx FROM 1 BY 1 UNTIL BkSetIdx > BkSetCount
			IF BkSetSlot(BkSetIdx) = BkCurSlot THEN
				MOVE 'Y' TO BkSlotUsedFlag
			END-IF
		END-PERFORM
		IF BkSlotUsed THEN
			ADD 1 TO BkCurSlot
		END-IF
	END-PERFORM
	COMPUTE BkNewGeneration EQUAL BkLastGeneration + 1
	PERFORM buildBackupFileName
	OPEN OUTPUT BackupFile
	IF BackupFileStatus NOT = "00" THEN
		DISPLAY "Cannot create " BkSetFileName " (status " BackupFileStatus ")"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkCountOnlyFlag
	MOVE 'N' TO BkWriteFailFlag
	PERFORM unloadLibraryFiles
	CLOSE BackupFile
	IF BkWriteFailed THEN
		OPEN OUTPUT BackupFile
		CLOSE BackupFile
		DISPLAY "Write to " BkSetFileName " failed (status " BkFailStatus
			") while copying " BkFileName(BkFailIdx)
		DISPLAY "Backup generation " BkNewGeneration " NOT written; existing"
			" backup sets are unchanged"
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO BkmData
	MOVE BkNewGeneration TO BkmGeneration
	MOVE BkCurSlot TO BkmSlot
	PERFORM captureDateStamp
	MOVE StampDate TO BkmDate
	MOVE StampTime TO BkmTime
	MOVE OperatorID TO BkmOperator
	PERFORM VARYING BkFileIdx FROM 1 BY 1 UNTIL BkFileIdx > 15
		MOVE BkCurCount(BkFileIdx) TO BkmCount(BkFileIdx)
	END-PERFORM
	MOVE BkLockCount TO BkmLockedGames
	WRITE BkmData
		INVALID KEY REWRITE BkmData
	END-WRITE
	ADD 1 TO BkSetCount
	MOVE BkNewGeneration TO BkSetGen(BkSetCount)
	MOVE BkCurSlot TO BkSetSlot(BkSetCount)
	MOVE BkNewGeneration TO BkLastGeneration
	PERFORM showBackupManifest
	DISPLAY "Backup generation " BkNewGeneration " written to " BkSetFileName
	PERFORM resetJournalEntry
	MOVE "BKUP" TO JournalAction
	STRING "GENERATION " BkNewGeneration " FILE " BkSetFileName
		DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal
	PERFORM UNTIL BkSetCount <= BkKeepLimit
		PERFORM dropOldestBackupSet
	END-PERFORM.

unloadLibraryFiles.
	INITIALIZE BkCountTable
	MOVE 0 TO BkCurrentPGN
	PERFORM unloadMoveList
	PERFORM unloadSaveGame
	PERFORM unloadGameCatalog
	PERFORM unloadPlayerFile
	PERFORM unloadTournFile
	PERFORM unloadPairFile
	PERFORM unloadArchCatalog
	PERFORM unloadArchMoveList
	PERFORM unloadArchSave
	PERFORM unloadOpeningBook
	PERFORM unloadPuzzleFile
	PERFORM unloadTrainFile
	PERFORM unloadJournalFile
	PERFORM unloadPGNFiles.

emitBackupRecord.
	IF BkCountOnly THEN
		ADD 1 TO BkCurCount(BkFileIdx)
		EXIT PARAGRAPH
	END-IF
	IF BkWriteFailed THEN
		EXIT PARAGRAPH
	END-IF
	MOVE BkFileIdx TO BkFileCode
	MOVE BkCurrentPGN TO BkPGNGameID
	COMPUTE BkRecLen EQUAL BkDataLen + 6
	WRITE BackupRecord
	IF BackupFileStatus NOT = "00" THEN
		MOVE 'Y' TO BkWriteFailFlag
		MOVE BackupFileStatus TO BkFailStatus
		MOVE BkFileIdx TO BkFailIdx
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO BkCurCount(BkFileIdx).

unloadMoveList.
	MOVE 1 TO BkFileIdx
	OPEN INPUT MoveList
	IF MoveFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ MoveList NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF MoveData TO BkDataLen
				MOVE MoveData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE MoveList.

unloadSaveGame.
	MOVE 2 TO BkFileIdx
	OPEN INPUT SaveGame
	IF SaveFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ SaveGame NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF SaveData TO BkDataLen
				MOVE SaveData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF SaveFileStatus NOT = "00" AND SaveFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE SaveGame.

unloadGameCatalog.
	MOVE 3 TO BkFileIdx
	MOVE 'N' TO BkEndFlag
	MOVE 0 TO CatGameID
	START GameCatalog KEY IS NOT LESS THAN CatGameID
		INVALID KEY MOVE 'Y' TO BkEndFlag
	END-START
	PERFORM UNTIL BkEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF CatalogData TO BkDataLen
				MOVE CatalogData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM.

unloadPlayerFile.
	MOVE 4 TO BkFileIdx
	MOVE 'N' TO BkEndFlag
	MOVE LOW-VALUES TO PlayerID
	START PlayerFile KEY IS NOT LESS THAN PlayerID
		INVALID KEY MOVE 'Y' TO BkEndFlag
	END-START
	PERFORM UNTIL BkEnd
		READ PlayerFile NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF PlayerData TO BkDataLen
				MOVE PlayerData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF PlayerFileStatus NOT = "00" AND PlayerFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM.

unloadTournFile.
	MOVE 5 TO BkFileIdx
	OPEN INPUT TournFile
	IF TournFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ TournFile NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF TournData TO BkDataLen
				MOVE TournData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF TournFileStatus NOT = "00" AND TournFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE TournFile.

unloadPairFile.
	MOVE 6 TO BkFileIdx
	OPEN INPUT PairFile
	IF PairFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ PairFile NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF PairData TO BkDataLen
				MOVE PairData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF PairFileStatus NOT = "00" AND PairFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE PairFile.

unloadArchCatalog.
	MOVE 7 TO BkFileIdx
	OPEN INPUT ArchCatalog
	IF ArchCatFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ ArchCatalog NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF ArcCatalogData TO BkDataLen
				MOVE ArcCatalogData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF ArchCatFileStatus NOT = "00" AND ArchCatFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE ArchCatalog.

unloadArchMoveList.
	MOVE 8 TO BkFileIdx
	OPEN INPUT ArchMoveList
	IF ArchMoveFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ ArchMoveList NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF ArcMoveData TO BkDataLen
				MOVE ArcMoveData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF ArchMoveFileStatus NOT = "00" AND ArchMoveFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE ArchMoveList.

unloadArchSave.
	MOVE 9 TO BkFileIdx
	OPEN INPUT ArchSave
	IF ArchSaveFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ ArchSave NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF ArcSaveData TO BkDataLen
				MOVE ArcSaveData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF ArchSaveFileStatus NOT = "00" AND ArchSaveFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE ArchSave.

unloadOpeningBook.
	MOVE 10 TO BkFileIdx
	OPEN INPUT OpeningBook
	IF BookFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ OpeningBook NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF BookData TO BkDataLen
				MOVE BookData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF BookFileStatus NOT = "00" AND BookFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE OpeningBook.

unloadPuzzleFile.
	MOVE 11 TO BkFileIdx
	OPEN INPUT PuzzleFile
	IF PuzzleFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ PuzzleFile NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF PuzzleData TO BkDataLen
				MOVE PuzzleData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF PuzzleFileStatus NOT = "00" AND PuzzleFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE PuzzleFile.

unloadTrainFile.
	MOVE 12 TO BkFileIdx
	OPEN INPUT TrainFile
	IF TrainFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ TrainFile NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF TrainData TO BkDataLen
				MOVE TrainData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF TrainFileStatus NOT = "00" AND TrainFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE TrainFile.

unloadJournalFile.
	MOVE 13 TO BkFileIdx
	OPEN INPUT JournalFile
	IF JournalFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ JournalFile NEXT RECORD
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF JournalData TO BkDataLen
				MOVE JournalData TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
		IF JournalFileStatus NOT = "00" AND JournalFileStatus NOT = "02" THEN
			MOVE 'Y' TO BkEndFlag
		END-IF
	END-PERFORM
	CLOSE JournalFile.

unloadPGNFiles.
	MOVE 'N' TO CatalogEndFlag
	MOVE 0 TO CatGameID
	START GameCatalog KEY IS NOT LESS THAN CatGameID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				MOVE CatGameID TO BkCurrentPGN
				PERFORM unloadOnePGN
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	OPEN INPUT ArchCatalog
	IF ArchCatFileStatus = "00" THEN
		MOVE 'N' TO CatalogEndFlag
		PERFORM UNTIL CatalogEnd
			READ ArchCatalog NEXT RECORD
				AT END MOVE 'Y' TO CatalogEndFlag
				NOT AT END
					MOVE ArcCatGameID TO BkCurrentPGN
					PERFORM unloadOnePGN
			END-READ
			IF ArchCatFileStatus NOT = "00" AND ArchCatFileStatus NOT = "02" THEN
				MOVE 'Y' TO CatalogEndFlag
			END-IF
		END-PERFORM
		CLOSE ArchCatalog
	END-IF
	MOVE 0 TO BkCurrentPGN.

unloadOnePGN.
	MOVE SPACES TO PGNFileName
	STRING "game" BkCurrentPGN ".pgn" DELIMITED BY SIZE INTO PGNFileName
	END-STRING
	OPEN INPUT PGNFile
	IF PGNFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO BkCurCount(15)
	MOVE 14 TO BkFileIdx
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ PGNFile
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END
				MOVE LENGTH OF PGNRecord TO BkDataLen
				MOVE PGNRecord TO BkBody(1:BkDataLen)
				PERFORM emitBackupRecord
		END-READ
	END-PERFORM
	CLOSE PGNFile.

restoreLibraryBackup.
	IF BkSetCount = 0 THEN
		DISPLAY "No backup sets on file"
		EXIT PARAGRAPH
	END-IF
	PERFORM listBackupSets
	DISPLAY "Generation to restore (0 cancels)?"
	ACCEPT BkChosenGeneration
	IF BkChosenGeneration = 0 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE BkChosenGeneration TO BkmGeneration
	READ BackupManifest
		INVALID KEY
			DISPLAY "Generation " BkChosenGeneration " is not on file"
			EXIT PARAGRAPH
	END-READ
	PERFORM showBackupManifest
	PERFORM countLockedGames
	IF BkLockCount > 0 THEN
		DISPLAY "Restore refused: " BkLockCount " game(s) are locked by"
			" sessions still playing; clear or finish them first"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "=== Library as it stands now ==="
	PERFORM vfyRunSweep
	MOVE VfyDiscrepancies TO BkVfyBefore
	MOVE 'Y' TO BkCountOnlyFlag
	PERFORM unloadLibraryFiles
	PERFORM compareBackupCounts
	DISPLAY "No other terminal may use the library during a restore."
	DISPLAY "Replace every library file with generation " BkChosenGeneration "? (Y/N)"
	ACCEPT BkConfirm
	IF BkConfirm NOT = 'Y' AND BkConfirm NOT = 'y' THEN
		DISPLAY "Nothing restored"
		EXIT PARAGRAPH
	END-IF
	MOVE BkmSlot TO BkCurSlot
	PERFORM buildBackupFileName
	OPEN INPUT BackupFile
	IF BackupFileStatus NOT = "00" THEN
		DISPLAY "Cannot open " BkSetFileName " (status " BackupFileStatus
			"); nothing restored"
		EXIT PARAGRAPH
	END-IF
	PERFORM reloadLibraryFiles
	CLOSE BackupFile
	IF BkReloadFailed THEN
		EXIT PARAGRAPH
	END-IF
	DISPLAY "=== Library after restoring generation " BkChosenGeneration " ==="
	PERFORM vfyRunSweep
	MOVE 'Y' TO BkCountOnlyFlag
	PERFORM unloadLibraryFiles
	PERFORM compareBackupCounts
	DISPLAY "Discrepancies before restore " BkVfyBefore ", after " VfyDiscrepancies
		"; stale game locks cleared " BkLocksCleared
	IF BkRejectCount > 0 THEN
		DISPLAY BkRejectCount " record(s) in the set were rejected as duplicate keys"
	END-IF
	DISPLAY "journal.txt is not rolled back, so the audit trail stays complete"
	PERFORM resetJournalEntry
	MOVE "RSTR" TO JournalAction
	STRING "DISCREPANCIES " BkVfyBefore DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	STRING "GENERATION " BkChosenGeneration " OF " BkmDate " DISCREPANCIES "
		VfyDiscrepancies DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal.

compareBackupCounts.
	MOVE BkChosenGeneration TO BkmGeneration
	READ BackupManifest
		INVALID KEY EXIT PARAGRAPH
	END-READ
	MOVE 0 TO BkMismatchCount
	DISPLAY "File                 In set   On disk  Difference"
	PERFORM VARYING BkFileIdx FROM 1 BY 1 UNTIL BkFileIdx > 15
		COMPUTE BkDiff EQUAL BkCurCount(BkFileIdx) - BkmCount(BkFileIdx)
		MOVE BkDiff TO BkDiffText
		IF BkDiff NOT = 0 THEN
			ADD 1 TO BkMismatchCount
		END-IF
		DISPLAY BkFileName(BkFileIdx) " " BkmCount(BkFileIdx) " "
			BkCurCount(BkFileIdx) " " BkDiffText
	END-PERFORM
	IF BkMismatchCount = 0 THEN
		DISPLAY "Every file matches the manifest"
	ELSE
		DISPLAY BkMismatchCount " file(s) differ from the manifest"
	END-IF.

reloadLibraryFiles.
	CLOSE GameCatalog
	CLOSE PlayerFile
	MOVE 'N' TO BkReloadFailFlag
	MOVE 0 TO BkRejectCount
	MOVE 0 TO BkLocksCleared
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT MoveList
		MOVE MoveFileStatus TO BkOpenStatus
		MOVE 1 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT SaveGame
		MOVE SaveFileStatus TO BkOpenStatus
		MOVE 2 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT GameCatalog
		MOVE CatalogFileStatus TO BkOpenStatus
		MOVE 3 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT PlayerFile
		MOVE PlayerFileStatus TO BkOpenStatus
		MOVE 4 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT TournFile
		MOVE TournFileStatus TO BkOpenStatus
		MOVE 5 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT PairFile
		MOVE PairFileStatus TO BkOpenStatus
		MOVE 6 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT ArchCatalog
		MOVE ArchCatFileStatus TO BkOpenStatus
		MOVE 7 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT ArchMoveList
		MOVE ArchMoveFileStatus TO BkOpenStatus
		MOVE 8 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT ArchSave
		MOVE ArchSaveFileStatus TO BkOpenStatus
		MOVE 9 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT OpeningBook
		MOVE BookFileStatus TO BkOpenStatus
		MOVE 10 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT PuzzleFile
		MOVE PuzzleFileStatus TO BkOpenStatus
		MOVE 11 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF NOT BkReloadFailed THEN
		OPEN OUTPUT TrainFile
		MOVE TrainFileStatus TO BkOpenStatus
		MOVE 12 TO BkFileIdx
		PERFORM checkReloadOpen
	END-IF
	IF BkReloadFailed THEN
		CLOSE MoveList
		CLOSE SaveGame
		CLOSE GameCatalog
		CLOSE PlayerFile
		CLOSE TournFile
		CLOSE PairFile
		CLOSE ArchCatalog
		CLOSE ArchMoveList
		CLOSE ArchSave
		CLOSE OpeningBook
		CLOSE PuzzleFile
		CLOSE TrainFile
		OPEN I-O GameCatalog
		OPEN I-O PlayerFile
		DISPLAY "Cannot rewrite " BkFileName(BkFailIdx) " (status " BkFailStatus
			"); the restore stopped before any records were loaded"
		DISPLAY "Library files opened before it are now empty. Correct the"
			" problem and restore generation " BkChosenGeneration " again"
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO BkCurrentPGN
	MOVE 'N' TO BkPGNOpenFlag
	MOVE 'N' TO BkEndFlag
	PERFORM UNTIL BkEnd
		READ BackupFile
			AT END MOVE 'Y' TO BkEndFlag
			NOT AT END PERFORM reloadOneRecord
		END-READ
	END-PERFORM
	IF BkPGNOpen THEN
		CLOSE PGNFile
	END-IF
	CLOSE MoveList
	CLOSE SaveGame
	CLOSE GameCatalog
	CLOSE PlayerFile
	CLOSE TournFile
	CLOSE PairFile
	CLOSE ArchCatalog
	CLOSE ArchMoveList
	CLOSE ArchSave
	CLOSE OpeningBook
	CLOSE PuzzleFile
	CLOSE TrainFile
	OPEN I-O GameCatalog
	OPEN I-O PlayerFile.

checkReloadOpen.
	IF BkOpenStatus NOT = "00" THEN
		MOVE 'Y' TO BkReloadFailFlag
		MOVE BkFileIdx TO BkFailIdx
		MOVE BkOpenStatus TO BkFailStatus
	END-IF.

reloadOneRecord.
	COMPUTE BkDataLen EQUAL BkRecLen - 6
	EVALUATE BkFileCode
		WHEN 1
			MOVE BkBody(1:LENGTH OF MoveData) TO MoveData
			WRITE MoveData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 2
			MOVE BkBody(1:LENGTH OF SaveData) TO SaveData
			WRITE SaveData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 3
			MOVE BkBody(1:LENGTH OF CatalogData) TO CatalogData
			IF CatLockFlag NOT = SPACE THEN
				ADD 1 TO BkLocksCleared
			END-IF
			PERFORM clearLockFields
			WRITE CatalogData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 4
			MOVE BkBody(1:LENGTH OF PlayerData) TO PlayerData
			WRITE PlayerData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 5
			MOVE BkBody(1:LENGTH OF TournData) TO TournData
			WRITE TournData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 6
			MOVE BkBody(1:LENGTH OF PairData) TO PairData
			WRITE PairData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 7
			MOVE BkBody(1:LENGTH OF ArcCatalogData) TO ArcCatalogData
			WRITE ArcCatalogData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 8
			MOVE BkBody(1:LENGTH OF ArcMoveData) TO ArcMoveData
			WRITE ArcMoveData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 9
			MOVE BkBody(1:LENGTH OF ArcSaveData) TO ArcSaveData
			WRITE ArcSaveData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 10
			MOVE BkBody(1:LENGTH OF BookData) TO BookData
			WRITE BookData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 11
			MOVE BkBody(1:LENGTH OF PuzzleData) TO PuzzleData
			WRITE PuzzleData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 12
			MOVE BkBody(1:LENGTH OF TrainData) TO TrainData
			WRITE TrainData
				INVALID KEY ADD 1 TO BkRejectCount
			END-WRITE
		WHEN 14
			PERFORM reloadPGNLine
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

reloadPGNLine.
	IF BkPGNGameID NOT = BkCurrentPGN THEN
		IF BkPGNOpen THEN
			CLOSE PGNFile
		END-IF
		MOVE 'N' TO BkPGNOpenFlag
		MOVE BkPGNGameID TO BkCurrentPGN
		MOVE SPACES TO PGNFileName
		STRING "game" BkCurrentPGN ".pgn" DELIMITED BY SIZE INTO PGNFileName
		END-STRING
		OPEN OUTPUT PGNFile
		IF PGNFileStatus = "00" THEN
			MOVE 'Y' TO BkPGNOpenFlag
		END-IF
	END-IF
	IF BkPGNOpen THEN
		WRITE PGNRecord FROM BkBody(1:BkDataLen)
	END-IF.

verifyLibrary.
	PERFORM vfyRunSweep
	IF VfyDiscrepancies = 0 THEN
		DISPLAY "All four files agree; no discrepancies found"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Sweep found " VfyDiscrepancies " discrepancies"
	DISPLAY "Apply safe repairs (delete orphans, rewrite player tallies)? (Y/N)"
	ACCEPT VfyRepairResponse
	IF VfyRepairResponse = 'Y' OR VfyRepairResponse = 'y' THEN
		PERFORM vfyApplyRepairs
	ELSE
		DISPLAY "No repairs applied"
	END-IF.

vfyRunSweep.
	DISPLAY "=== Library Integrity Sweep ==="
	MOVE 0 TO VfyDiscrepancies
	MOVE 0 TO VfySaveOrphanCount
	PERFORM vfyScanSaves
	PERFORM vfyCheckActives
	PERFORM vfyScanMoves
	PERFORM vfyCheckPlayers.

vfyScanCatalog.
	MOVE 0 TO VfyCatCount
					INVALID KEY CONTINUE
				END-DELETE
				DISPLAY "Deleted orphan checkpoint for game " SaveGameID
				PERFORM resetJournalEntry
				MOVE "RCKP" TO JournalAction
				MOVE VfySaveOrphan(VfyIdx) TO JournalGameID
				MOVE "CHECKPOINT ON FILE, NO CATALOG ENTRY" TO JournalBefore
				MOVE "CHECKPOINT DELETED" TO JournalAfter
				PERFORM writeJournal
			END-PERFORM
			CLOSE SaveGame
		END-IF
				MOVE VfyPID(VfyIdx) TO PlayerID
				READ PlayerFile
				IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
					PERFORM resetJournalEntry
					MOVE "RTAL" TO JournalAction
					MOVE PlayerID TO JournalPlayerID
					STRING "G" PlayerGames " W" PlayerWins " L" PlayerLosses
						" D" PlayerDraws DELIMITED BY SIZE INTO JournalBefore
					END-STRING
					MOVE VfyPGames(VfyIdx) TO PlayerGames
					MOVE VfyPWins(VfyIdx) TO PlayerWins
					MOVE VfyPLosses(VfyIdx) TO PlayerLosses
					MOVE VfyPDraws(VfyIdx) TO PlayerDraws
					REWRITE PlayerData
					STRING "G" PlayerGames " W" PlayerWins " L" PlayerLosses
						" D" PlayerDraws DELIMITED BY SIZE INTO JournalAfter
					END-STRING
					PERFORM writeJournal
					DISPLAY "Rewrote tallies for player " PlayerID
				END-IF
			END-IF

vfyDeleteOrphanMoves.
	MOVE 'N' TO VfyMoveDoneFlag
	MOVE 0 TO JournalDeleted
	PERFORM VARYING VfyPly FROM 1 BY 1 UNTIL VfyMoveDone
		MOVE VfyMoveOrphan(VfyIdx) TO MoveGameID
		MOVE VfyPly TO IDNum
				DELETE MoveList RECORD
					INVALID KEY CONTINUE
				END-DELETE
				ADD 1 TO JournalDeleted
		END-READ
	END-PERFORM
	DISPLAY "Deleted orphan move records for game " VfyMoveOrphan(VfyIdx)
	PERFORM resetJournalEntry
	MOVE "RMOV" TO JournalAction
	MOVE VfyMoveOrphan(VfyIdx) TO JournalGameID
	STRING "MOVES " JournalDeleted " ON FILE, NO CATALOG ENTRY"
		DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	MOVE "MOVE RECORDS DELETED" TO JournalAfter
	PERFORM writeJournal.

playerMaintenanceMenu.
	MOVE 'N' TO MaintDoneFlag
		DISPLAY "Name unchanged"
		EXIT PARAGRAPH
	END-IF
	PERFORM resetJournalEntry
	MOVE "NAME" TO JournalAction
	MOVE PlayerID TO JournalPlayerID
	MOVE PlayerName TO JournalBefore
	MOVE MaintNewName TO PlayerName
	REWRITE PlayerData
	MOVE PlayerName TO JournalAfter
	PERFORM writeJournal
	DISPLAY "Profile " PlayerID " renamed to " PlayerName.

togglePlayerStatus.
		DISPLAY "No profile for " MaintID
		EXIT PARAGRAPH
	END-IF
	PERFORM resetJournalEntry
	MOVE "STAT" TO JournalAction
	MOVE PlayerID TO JournalPlayerID
	STRING "STATUS " PlayerStatus DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	IF PlayerInactive THEN
		MOVE 'A' TO PlayerStatus
		REWRITE PlayerData
		MOVE 'I' TO PlayerStatus
		REWRITE PlayerData
		DISPLAY PlayerID " deactivated; standings will skip them"
	END-IF
	STRING "STATUS " PlayerStatus DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal.

mergePlayerProfiles.
	DISPLAY "Surviving player ID?"
		DISPLAY "No profile for " MaintSurvivorID
		EXIT PARAGRAPH
	END-IF
	PERFORM resetJournalEntry
	STRING "SURV G" PlayerGames " W" PlayerWins " L" PlayerLosses
		" D" PlayerDraws " DUP G" MergeGames " W" MergeWins
		" L" MergeLosses " D" MergeDraws
		DELIMITED BY SIZE INTO JournalBefore
	END-STRING
	ADD MergeGames TO PlayerGames
	ADD MergeWins TO PlayerWins
	ADD MergeLosses TO PlayerLosses
	ADD MergeDraws TO PlayerDraws
	REWRITE PlayerData
	IF PlayerFileStatus NOT = "00" THEN
		DISPLAY "Cannot update profile " MaintSurvivorID " (status "
			PlayerFileStatus "); nothing was merged"
		EXIT PARAGRAPH
	END-IF
	MOVE PlayerGames TO MergeGames
	MOVE PlayerWins TO MergeWins
	MOVE PlayerLosses TO MergeLosses
	MOVE PlayerDraws TO MergeDraws
	MOVE MaintDupID TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		END-IF
	END-PERFORM
	PERFORM remapArchivedPlayerID
	MOVE "MERG" TO JournalAction
	MOVE MaintSurvivorID TO JournalPlayerID
	MOVE MaintDupID TO JournalOtherID
	STRING "SURV G" MergeGames " W" MergeWins " L" MergeLosses
		" D" MergeDraws " DUP DELETED CATALOG " MaintRemapCount
		DELIMITED BY SIZE INTO JournalAfter
	END-STRING
	PERFORM writeJournal
	DISPLAY "Merged " MaintDupID " into " MaintSurvivorID "; remapped "
		MaintRemapCount " catalog game(s); survivor keeps their rating".

	MOVE 'N' TO HistDoneFlag
	PERFORM UNTIL HistMenuDone
		DISPLAY "=== History Reports ==="
		DISPLAY "P Player game history, X Head-to-head, A Club activity by month,"
		DISPLAY "T Time usage for a game, U Time usage for a player, Q Back"
		ACCEPT HistMenuChoice
		EVALUATE HistMenuChoice
			WHEN 'P'
			WHEN 'A'
			WHEN 'a'
				PERFORM monthlyActivityReport
			WHEN 'T'
			WHEN 't'
				PERFORM timeUsageGameReport
			WHEN 'U'
			WHEN 'u'
				PERFORM timeUsagePlayerReport
			WHEN 'Q'
			WHEN 'q'
				MOVE 'Y' TO HistDoneFlag
		END-EVALUATE
	END-PERFORM.

timeUsageGameReport.
	DISPLAY "Game number?"
	ACCEPT TuGameID
	PERFORM tuLoadGameHeader
	IF NOT TuGameFound THEN
		DISPLAY "No game " TuGameID " in the catalog or the archive"
		EXIT PARAGRAPH
	END-IF
	PERFORM tuReadTroubleLimit
	PERFORM tuResetTotals
	MOVE "White" TO TuSlotLabel(1)
	MOVE "Black" TO TuSlotLabel(2)
	DISPLAY "=== Time usage for game " TuGameID ": " TuWhiteID " vs " TuBlackID " ==="
	PERFORM tuShowTimeControl
	MOVE ' ' TO TuSideFilter
	MOVE 'Y' TO TuListFlag
	PERFORM tuOpenPuzzles
	PERFORM tuScanGame
	PERFORM tuClosePuzzles
	PERFORM tuShowSummary.

timeUsagePlayerReport.
	DISPLAY "Player ID?"
	ACCEPT TuPlayerID
	PERFORM tuReadTroubleLimit
	PERFORM tuResetTotals
	MOVE TuPlayerID TO TuSlotLabel(1)
	MOVE 'N' TO TuListFlag
	DISPLAY "=== Time usage for " TuPlayerID " ==="
	PERFORM tuOpenPuzzles
	MOVE TuPlayerID TO HistKeyID
	PERFORM collectPlayerGames
	PERFORM tuScanPlayerGames
	PERFORM collectArchivedPlayerGames
	PERFORM tuScanPlayerGames
	PERFORM tuClosePuzzles
	IF TuGamesScanned = 0 THEN
		DISPLAY "(no games on file for " TuPlayerID ")"
		EXIT PARAGRAPH
	END-IF
	PERFORM tuShowSummary.

tuScanPlayerGames.
	PERFORM VARYING HistGameIdx FROM 1 BY 1 UNTIL HistGameIdx > HistGameCount
		MOVE HistGameEntry(HistGameIdx) TO TuGameID
		PERFORM tuLoadGameHeader
		IF TuGameFound THEN
			IF TuWhiteID = TuPlayerID THEN
				MOVE 'W' TO TuSideFilter
			ELSE
				MOVE 'B' TO TuSideFilter
			END-IF
			PERFORM tuScanGame
			MOVE 0 TO TuAverage
			IF TuGameMoves > 0 THEN
				COMPUTE TuAverage ROUNDED EQUAL TuGameSecs / TuGameMoves
			END-IF
			MOVE TuAverage TO TuAverageEdited
			MOVE SPACES TO TuNoteText
			IF TuClockKnown THEN
				STRING "clock " TuClockMinutes "+" TuIncrement " trouble "
					TuGameTrouble DELIMITED BY SIZE INTO TuNoteText
			ELSE
				MOVE "no time control recorded" TO TuNoteText
			END-IF
			DISPLAY "Game " TuGameID " (" TuSideFilter ") moves " TuGameMoves
				" avg " TuAverageEdited "s " TuNoteText
		END-IF
	END-PERFORM.

collectArchivedPlayerGames.
	MOVE 0 TO HistGameCount
	MOVE 'N' TO HistTableFullFlag
	OPEN INPUT ArchCatalog
	IF ArchCatFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO CatalogEndFlag
	MOVE HistKeyID TO ArcCatWhiteID
	START ArchCatalog KEY IS EQUAL TO ArcCatWhiteID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ ArchCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF ArcCatWhiteID NOT = HistKeyID THEN
					MOVE 'Y' TO CatalogEndFlag
				ELSE
					MOVE ArcCatGameID TO CatGameID
					PERFORM addHistGame
				END-IF
		END-READ
		IF ArchCatFileStatus NOT = "00" AND ArchCatFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	MOVE 'N' TO CatalogEndFlag
	MOVE HistKeyID TO ArcCatBlackID
	START ArchCatalog KEY IS EQUAL TO ArcCatBlackID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ ArchCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF ArcCatBlackID NOT = HistKeyID THEN
					MOVE 'Y' TO CatalogEndFlag
				ELSE
					IF ArcCatWhiteID NOT = HistKeyID THEN
						MOVE ArcCatGameID TO CatGameID
						PERFORM addHistGame
					END-IF
				END-IF
		END-READ
		IF ArchCatFileStatus NOT = "00" AND ArchCatFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	CLOSE ArchCatalog
	IF HistTableFull THEN
		DISPLAY "More than 2000 archived games on file for " HistKeyID
			"; only the first 2000 found are counted"
	END-IF.

tuReadTroubleLimit.
	DISPLAY "Flag moves made with less than how many seconds left (0 for 60)?"
	ACCEPT TuTroubleSecs
	IF TuTroubleSecs = 0 THEN
		MOVE 60 TO TuTroubleSecs
	END-IF.

tuResetTotals.
	INITIALIZE TuSlotTable
	INITIALIZE TuLongTable
	MOVE 0 TO TuGamesScanned
	MOVE 0 TO TuClockedGames.

tuLoadGameHeader.
	MOVE 'N' TO TuGameFoundFlag
	MOVE 'N' TO TuArchivedFlag
	MOVE TuGameID TO CatGameID
	READ GameCatalog
		INVALID KEY CONTINUE
		NOT INVALID KEY MOVE 'Y' TO TuGameFoundFlag
	END-READ
	IF NOT TuGameFound THEN
		OPEN INPUT ArchCatalog
		IF ArchCatFileStatus = "00" THEN
			MOVE TuGameID TO ArcCatGameID
			READ ArchCatalog
				INVALID KEY CONTINUE
				NOT INVALID KEY
					MOVE ArcCatalogData TO CatalogData
					MOVE 'Y' TO TuGameFoundFlag
					MOVE 'Y' TO TuArchivedFlag
			END-READ
			CLOSE ArchCatalog
		END-IF
	END-IF
	IF NOT TuGameFound THEN
		EXIT PARAGRAPH
	END-IF
	MOVE CatWhiteID TO TuWhiteID
	MOVE CatBlackID TO TuBlackID
	MOVE CatClockMinutes TO TuClockMinutes
	MOVE CatIncrementSeconds TO TuIncrement.

tuShowTimeControl.
	IF TuClockMinutes > 0 THEN
		DISPLAY "Time control " TuClockMinutes " minutes + " TuIncrement
			" seconds per move; time trouble is under " TuTroubleSecs " seconds"
	ELSE
		DISPLAY "No time control recorded for this game; time left is not shown"
	END-IF.

tuOpenPuzzles.
	MOVE 'N' TO TuPuzzleOpenFlag
	MOVE 'N' TO TuFindingsFlag
	OPEN INPUT PuzzleFile
	IF PuzzleFileStatus = "00" THEN
		MOVE 'Y' TO TuPuzzleOpenFlag
		MOVE 'Y' TO TuFindingsFlag
	END-IF.

tuClosePuzzles.
	IF TuPuzzleOpen THEN
		CLOSE PuzzleFile
		MOVE 'N' TO TuPuzzleOpenFlag
	END-IF.

tuScanGame.
	MOVE 0 TO TuGameMoves
	MOVE 0 TO TuGameSecs
	MOVE 0 TO TuGameTrouble
	MOVE 0 TO TuGameTroubleFind
	MOVE 'N' TO TuClockKnownFlag
	IF TuClockMinutes > 0 THEN
		MOVE 'Y' TO TuClockKnownFlag
		COMPUTE TuLeftWhite EQUAL TuClockMinutes * 60
		MOVE TuLeftWhite TO TuLeftBlack
		ADD 1 TO TuClockedGames
	END-IF
	ADD 1 TO TuGamesScanned
	MOVE 'N' TO TuMoveEndFlag
	IF TuArchived THEN
		OPEN INPUT ArchMoveList
		IF ArchMoveFileStatus NOT = "00" THEN
			EXIT PARAGRAPH
		END-IF
		MOVE TuGameID TO ArcMoveGameID
		MOVE 1 TO ArcIDNum
		START ArchMoveList KEY IS NOT LESS THAN ArcMoveKey
			INVALID KEY MOVE 'Y' TO TuMoveEndFlag
		END-START
		PERFORM UNTIL TuMoveEnd
			READ ArchMoveList NEXT RECORD
				AT END MOVE 'Y' TO TuMoveEndFlag
				NOT AT END
					IF ArcMoveGameID = TuGameID THEN
						MOVE ArcMoveData TO MoveData
						PERFORM tuCountMove
					ELSE
						MOVE 'Y' TO TuMoveEndFlag
					END-IF
			END-READ
			IF ArchMoveFileStatus NOT = "00" AND ArchMoveFileStatus NOT = "02" THEN
				MOVE 'Y' TO TuMoveEndFlag
			END-IF
		END-PERFORM
		CLOSE ArchMoveList
	ELSE
		OPEN INPUT MoveList
		IF MoveFileStatus NOT = "00" THEN
			EXIT PARAGRAPH
		END-IF
		MOVE TuGameID TO MoveGameID
		MOVE 1 TO IDNum
		START MoveList KEY IS NOT LESS THAN MoveKey
			INVALID KEY MOVE 'Y' TO TuMoveEndFlag
		END-START
		PERFORM UNTIL TuMoveEnd
			READ MoveList NEXT RECORD
				AT END MOVE 'Y' TO TuMoveEndFlag
				NOT AT END
					IF MoveGameID = TuGameID THEN
						PERFORM tuCountMove
					ELSE
						MOVE 'Y' TO TuMoveEndFlag
					END-IF
			END-READ
			IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "02" THEN
				MOVE 'Y' TO TuMoveEndFlag
			END-IF
		END-PERFORM
		CLOSE MoveList
	END-IF.

tuCountMove.
	MOVE 'N' TO TuInTroubleFlag
	IF TuClockKnown THEN
		IF MoveBy = 'W' THEN
			COMPUTE TuLeftAtMove EQUAL TuLeftWhite - MoveElapsedTime
			MOVE TuLeftAtMove TO TuLeftWhite
			IF TuWhiteID NOT = "COMPUTER" THEN
				ADD TuIncrement TO TuLeftWhite
			END-IF
		ELSE
			COMPUTE TuLeftAtMove EQUAL TuLeftBlack - MoveElapsedTime
			MOVE TuLeftAtMove TO TuLeftBlack
			IF TuBlackID NOT = "COMPUTER" THEN
				ADD TuIncrement TO TuLeftBlack
			END-IF
		END-IF
		IF TuLeftAtMove < TuTroubleSecs THEN
			MOVE 'Y' TO TuInTroubleFlag
		END-IF
	END-IF
	IF TuSideFilter NOT = SPACE AND MoveBy NOT = TuSideFilter THEN
		EXIT PARAGRAPH
	END-IF
	IF TuSideFilter = SPACE AND MoveBy = 'B' THEN
		MOVE 2 TO TuSlot
	ELSE
		MOVE 1 TO TuSlot
	END-IF
	EVALUATE TRUE
		WHEN MoveTurnNumber <= 10
			MOVE 1 TO TuPhase
		WHEN MoveTurnNumber <= 30
			MOVE 2 TO TuPhase
		WHEN OTHER
			MOVE 3 TO TuPhase
	END-EVALUATE
	ADD 1 TO TuSlotMoves(TuSlot)
	ADD MoveElapsedTime TO TuSlotSecs(TuSlot)
	ADD 1 TO TuPhaseMoves(TuSlot, TuPhase)
	ADD MoveElapsedTime TO TuPhaseSecs(TuSlot, TuPhase)
	ADD 1 TO TuGameMoves
	ADD MoveElapsedTime TO TuGameSecs
	PERFORM tuRecordLongThink
	PERFORM tuCheckFindings
	ADD TuMoveFindings TO TuSlotFindings(TuSlot)
	IF TuInTrouble THEN
		ADD 1 TO TuSlotTrouble(TuSlot)
		ADD TuMoveFindings TO TuSlotTroubleFind(TuSlot)
		ADD 1 TO TuGameTrouble
		ADD TuMoveFindings TO TuGameTroubleFind
	END-IF
	IF TuListMoves THEN
		PERFORM tuShowMoveLine
	END-IF.

tuShowMoveLine.
	COMPUTE TuRankFrom EQUAL 9 - MoveFromY
	COMPUTE TuRankTo EQUAL 9 - MoveToY
	MOVE SPACES TO TuMoveText
	STRING MovePieceSym FileLetters(MoveFromX:1) TuRankFrom "-"
		FileLetters(MoveToX:1) TuRankTo DELIMITED BY SIZE INTO TuMoveText
	END-STRING
	MOVE SPACES TO TuNoteText
	IF TuClockKnown THEN
		MOVE TuLeftAtMove TO TuLeftEdited
		IF TuInTrouble THEN
			STRING "left " TuLeftEdited "s TIME TROUBLE" DELIMITED BY SIZE
				INTO TuNoteText
			END-STRING
		ELSE
			STRING "left " TuLeftEdited "s" DELIMITED BY SIZE INTO TuNoteText
			END-STRING
		END-IF
	END-IF
	IF TuMoveFindings > 0 THEN
		DISPLAY "Turn " MoveTurnNumber " " MoveBy " " TuMoveText " "
			MoveElapsedTime "s " TuNoteText " findings " TuMoveFindings
	ELSE
		DISPLAY "Turn " MoveTurnNumber " " MoveBy " " TuMoveText " "
			MoveElapsedTime "s " TuNoteText
	END-IF.

tuRecordLongThink.
	IF MoveElapsedTime = 0 THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO TuLongSlot
	PERFORM VARYING TuLongIdx FROM 1 BY 1
			UNTIL TuLongIdx > 5 OR TuLongSlot > 0
		IF MoveElapsedTime > TuLongSecs(TuLongIdx) THEN
			MOVE TuLongIdx TO TuLongSlot
		END-IF
	END-PERFORM
	IF TuLongSlot = 0 THEN
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING TuLongIdx FROM 5 BY -1 UNTIL TuLongIdx <= TuLongSlot
		MOVE TuLongEntry(TuLongIdx - 1) TO TuLongEntry(TuLongIdx)
	END-PERFORM
	MOVE MoveElapsedTime TO TuLongSecs(TuLongSlot)
	MOVE TuGameID TO TuLongGame(TuLongSlot)
	MOVE MoveTurnNumber TO TuLongTurn(TuLongSlot)
	MOVE MoveBy TO TuLongSide(TuLongSlot).

tuCheckFindings.
	MOVE 0 TO TuMoveFindings
	IF NOT TuPuzzleOpen THEN
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING TuThemeIdx FROM 1 BY 1 UNTIL TuThemeIdx > 3
		MOVE TuGameID TO PuzGameID
		MOVE IDNum TO PuzPly
		MOVE TuThemeList(TuThemeIdx:1) TO PuzTheme
		READ PuzzleFile
			INVALID KEY CONTINUE
			NOT INVALID KEY ADD 1 TO TuMoveFindings
		END-READ
	END-PERFORM.

tuShowSummary.
	PERFORM VARYING TuSlot FROM 1 BY 1 UNTIL TuSlot > 2
		IF TuSlotMoves(TuSlot) > 0 THEN
			PERFORM tuShowSlotSummary
		END-IF
	END-PERFORM
	DISPLAY "--- Longest thinks ---"
	PERFORM VARYING TuLongIdx FROM 1 BY 1 UNTIL TuLongIdx > 5
		IF TuLongSecs(TuLongIdx) > 0 THEN
			DISPLAY "  " TuLongSecs(TuLongIdx) "s game " TuLongGame(TuLongIdx)
				" turn " TuLongTurn(TuLongIdx) " (" TuLongSide(TuLongIdx) ")"
		END-IF
	END-PERFORM
	IF TuClockedGames < TuGamesScanned THEN
		COMPUTE TuUnclockedGames EQUAL TuGamesScanned - TuClockedGames
		DISPLAY TuUnclockedGames " game(s) have no recorded time control and"
			" are left out of the time-trouble counts"
	END-IF
	IF NOT TuFindingsOnFile THEN
		DISPLAY "No analysis findings on file; analyze the games first"
			" to count blunders in time trouble"
	END-IF.

tuShowSlotSummary.
	COMPUTE TuAverage ROUNDED EQUAL TuSlotSecs(TuSlot) / TuSlotMoves(TuSlot)
	MOVE TuAverage TO TuAverageEdited
	DISPLAY "--- " TuSlotLabel(TuSlot) ": " TuSlotMoves(TuSlot) " moves, "
		TuSlotSecs(TuSlot) "s in all, average " TuAverageEdited "s ---"
	PERFORM VARYING TuPhase FROM 1 BY 1 UNTIL TuPhase > 3
		IF TuPhaseMoves(TuSlot, TuPhase) > 0 THEN
			COMPUTE TuAverage ROUNDED EQUAL TuPhaseSecs(TuSlot, TuPhase)
				/ TuPhaseMoves(TuSlot, TuPhase)
			MOVE TuAverage TO TuAverageEdited
			DISPLAY "  " TuPhaseName(TuPhase) " " TuPhaseMoves(TuSlot, TuPhase)
				" moves, average " TuAverageEdited "s"
		END-IF
	END-PERFORM
	IF TuClockedGames > 0 THEN
		DISPLAY "  Moves made with under " TuTroubleSecs "s left: "
			TuSlotTrouble(TuSlot)
	END-IF
	DISPLAY "  Analysis findings: " TuSlotFindings(TuSlot)
		", made in time trouble: " TuSlotTroubleFind(TuSlot).

playerHistoryReport.
	DISPLAY "Player ID?"
	ACCEPT HistPlayerID
	DISPLAY "=== Game history for " HistPlayerID " ==="
	MOVE 0 TO HistCount
	MOVE HistPlayerID TO HistKeyID
	PERFORM collectPlayerGames
	PERFORM VARYING HistGameIdx FROM 1 BY 1 UNTIL HistGameIdx > HistGameCount
		MOVE HistGameEntry(HistGameIdx) TO CatGameID
		READ GameCatalog
			INVALID KEY CONTINUE
			NOT INVALID KEY
				ADD 1 TO HistCount
				PERFORM displayHistoryLine
		END-READ
	END-PERFORM
	IF HistCount = 0 THEN
		DISPLAY "(no games on file for " HistPlayerID ")"
	END-IF.

collectPlayerGames.
	MOVE 0 TO HistGameCount
	MOVE 'N' TO HistTableFullFlag
	MOVE 'N' TO CatalogEndFlag
	MOVE HistKeyID TO CatWhiteID
	START GameCatalog KEY IS EQUAL TO CatWhiteID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF CatWhiteID NOT = HistKeyID THEN
					MOVE 'Y' TO CatalogEndFlag
				ELSE
					PERFORM addHistGame
				END-IF
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	MOVE 'N' TO CatalogEndFlag
	MOVE HistKeyID TO CatBlackID
	START GameCatalog KEY IS EQUAL TO CatBlackID
		INVALID KEY MOVE 'Y' TO CatalogEndFlag
	END-START
	PERFORM UNTIL CatalogEnd
		READ GameCatalog NEXT RECORD
			AT END MOVE 'Y' TO CatalogEndFlag
			NOT AT END
				IF CatBlackID NOT = HistKeyID THEN
					MOVE 'Y' TO CatalogEndFlag
				ELSE
					IF CatWhiteID NOT = HistKeyID THEN
						PERFORM addHistGame
					END-IF
				END-IF
		END-READ
		IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "02" THEN
			MOVE 'Y' TO CatalogEndFlag
		END-IF
	END-PERFORM
	IF HistTableFull THEN
		DISPLAY "More than 2000 games on file for " HistKeyID
			"; only the first 2000 found are shown"
	END-IF.

addHistGame.
	IF HistGameCount >= 2000 THEN
		MOVE 'Y' TO HistTableFullFlag
		EXIT PARAGRAPH
	END-IF
	MOVE HistGameCount TO HistInsertIdx
	MOVE 'N' TO HistSlotFlag
	PERFORM UNTIL HistSlotFound
		IF HistInsertIdx = 0 THEN
			MOVE 'Y' TO HistSlotFlag
		ELSE
			IF HistGameEntry(HistInsertIdx) < CatGameID THEN
				MOVE 'Y' TO HistSlotFlag
			ELSE
				MOVE HistGameEntry(HistInsertIdx) TO HistGameEntry(HistInsertIdx + 1)
				SUBTRACT 1 FROM HistInsertIdx
			END-IF
		END-IF
	END-PERFORM
	MOVE CatGameID TO HistGameEntry(HistInsertIdx + 1)
	ADD 1 TO HistGameCount.

displayHistoryLine.
	IF CatWhiteID = HistPlayerID THEN
		MOVE 'W' TO HistColor
	IF HistOppID = SPACES THEN
		MOVE "Guest" TO HistOppID
	END-IF
	MOVE SPACES TO HistLevelText
	IF CatCompLevel > 0 THEN
		STRING " level " CatCompLevel DELIMITED BY SIZE INTO HistLevelText
	END-IF
	IF CatEndDate > 0 THEN
		MOVE CatEndDate TO HistGameDate
	ELSE
		MOVE HistGameDate TO DateStampDigits
		DISPLAY "Game " CatGameID " " DateStampChars(1:4) "-"
			DateStampChars(5:2) "-" DateStampChars(7:2)
			" as " HistColor " vs " HistOppID HistLevelText " result " HistResult
			" (" CatResult ")"
	ELSE
		DISPLAY "Game " CatGameID " (no date)  as " HistColor
			" vs " HistOppID HistLevelText " result " HistResult " (" CatResult ")"
	END-IF.

headToHeadReport.
	MOVE 0 TO HistAWins
	MOVE 0 TO HistBWins
	MOVE 0 TO HistDraws
	MOVE HistIDA TO HistKeyID
	PERFORM collectPlayerGames
	PERFORM VARYING HistGameIdx FROM 1 BY 1 UNTIL HistGameIdx > HistGameCount
		MOVE HistGameEntry(HistGameIdx) TO CatGameID
		READ GameCatalog
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF CatGameFinished AND
						((CatWhiteID = HistIDA AND CatBlackID = HistIDB)
						OR (CatWhiteID = HistIDB AND CatBlackID = HistIDA)) THEN
					END-EVALUATE
				END-IF
		END-READ
	END-PERFORM
	IF HistCount = 0 THEN
		DISPLAY "(no finished games between those players)"
	DISPLAY "Player ID?"
	ACCEPT RepPlayerID
	MOVE 0 TO RepCount
	MOVE RepPlayerID TO HistKeyID
	PERFORM collectPlayerGames
	PERFORM VARYING HistGameIdx FROM 1 BY 1 UNTIL HistGameIdx > HistGameCount
		MOVE HistGameEntry(HistGameIdx) TO CatGameID
		READ GameCatalog
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF CatGameFinished THEN
					PERFORM tallyRepertoireGame
				END-IF
		END-READ
	END-PERFORM
	IF RepCount = 0 THEN
		DISPLAY "(no finished games on file for " RepPlayerID ")"
