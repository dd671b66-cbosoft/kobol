000010*----------------------------------------------------------------
000020* DRSET.CPY
000030*----------------------------------------------------------------
000040* THE DISASTER-RECOVERY BACKUP SET - EVERY DATASET THE DAILY
000050* STREAM NEEDS TO RESTART AT THE RECOVERY SITE: THE CONTROL
000060* FILES, THE STREAM STATE (CYCDATE, STRMSTAT, CATCHCTL, RUNLOG),
000070* THE PERSISTENT MASTERS, JOURNALS AND ARCHIVES, AND THE
000075* CATALOGED RESULT, REJECT, ROUTED AND DISTRIBUTED DATASETS.
000080* DRBACKUP COPIES EACH ONE TO A DATED
000090* GENERATION OF PROD.DRVAULT.<NAME> AND DRVERIFY CHECKS A
000100* RESTORED SET AGAINST THE VAULT MANIFEST ENTRY BY ENTRY. A NEW
000110* PERSISTENT DATASET MUST BE ADDED HERE AND TO BOTH JOBS TOGETHER.
000120*
000130* DRS-ORG     S  SEQUENTIAL, COPIED AS IT STANDS
000140*             K  KEYED CLUSTER, UNLOADED FLAT BY IDCAMS REPRO
000150* DRS-TRAILER R  RESULT-FILE "*TRAILER" RECORD (RSLTREC SHAPE)
000152*             Z  FBZOUT "*TRAILER*" TAG RECORD
000154*             BLANK NO CONTROL-TOTAL TRAILER
000156*             R AND Z ARE CHECKED BY THE SAME RULES AS BATCHVFY.
000158*----------------------------------------------------------------
000160* 2026-10-15  DPG  ORIGINAL VERSION.
000162* 2026-10-15  DPG  SECVIOL (THE SECURITY REFUSAL TRAIL SECMON
000163*                  COUNTS LOCKOUTS FROM) JOINS THE SET.
000164* 2026-10-15  DPG  FBZMASK (THE TEXT MASKING POLICIES) AND
000164*                  MASKCNT (THE MASKING COUNT TRAIL MASKRPT
000164*                  READS) JOIN THE SET.
000164* 2026-10-15  DPG  THE SET NOW ALSO CARRIES EVERYTHING THE NEXT
000164*                  CYCLE READS OR THAT CANNOT BE RE-DERIVED:
000164*                  FACDSTC, CHGTOT, FBZINTCT, FBZMANIF, FBZRTLOG,
000164*                  THE RSLTOLD ARCHIVE (ALL GENERATIONS, VAULTED
000164*                  AS ONE DATASET) AND THE ROUTED AND DISTRIBUTED
000164*                  OUTPUTS FBZROUT1/2, FBZUNTAG, FACRQST1/2 AND
000164*                  FACUNRTE.
000165*----------------------------------------------------------------
000170 01  DRS-SET-ENTRIES.
000180     05 FILLER                   PIC X(36)
000190                 VALUE "FBZCTL  PROD.BATCH.FBZCTL         S ".
000200     05 FILLER                   PIC X(36)
000210                 VALUE "FIBCTL  PROD.BATCH.FIBCTL         S ".
000220     05 FILLER                   PIC X(36)
000230                 VALUE "SCHDCTL PROD.BATCH.SCHDCTL        S ".
000240     05 FILLER                   PIC X(36)
000250                 VALUE "SLACTL  PROD.BATCH.SLACTL         S ".
000260     05 FILLER                   PIC X(36)
000270                 VALUE "CHGRATE PROD.BATCH.CHGRATE        S ".
000280     05 FILLER                   PIC X(36)
000290                 VALUE "USRAUTH PROD.BATCH.USRAUTH        S ".
000300     05 FILLER                   PIC X(36)
000310                 VALUE "GLMAP   PROD.BATCH.GLMAP          S ".
000320     05 FILLER                   PIC X(36)
000330                 VALUE "INQQUOTAPROD.BATCH.INQQUOTA       S ".
000335     05 FILLER                   PIC X(36)
000336                 VALUE "FBZMASK PROD.BATCH.FBZMASK        S ".
000337     05 FILLER                   PIC X(36)
000337                 VALUE "FACDSTC PROD.BATCH.FACDSTC        S ".
000340     05 FILLER                   PIC X(36)
000350                 VALUE "RETNCTL PROD.BATCH.RETNCTL        S ".
000360     05 FILLER                   PIC X(36)
000370                 VALUE "STDREQ  PROD.BATCH.STDREQ         S ".
000380     05 FILLER                   PIC X(36)
000390                 VALUE "CYCDATE PROD.BATCH.CYCDATE        S ".
000400     05 FILLER                   PIC X(36)
000410                 VALUE "STRMSTATPROD.BATCH.STRMSTAT       S ".
000420     05 FILLER                   PIC X(36)
000430                 VALUE "CATCHCTLPROD.BATCH.CATCHCTL       S ".
000440     05 FILLER                   PIC X(36)
000450                 VALUE "RUNLOG  PROD.BATCH.RUNLOG         S ".
000460     05 FILLER                   PIC X(36)
000470                 VALUE "ALERTMSTPROD.BATCH.ALERTMST       S ".
000480     05 FILLER                   PIC X(36)
000490                 VALUE "REJAGE  PROD.BATCH.REJAGE         S ".
000500     05 FILLER                   PIC X(36)
000510                 VALUE "PENDCHG PROD.BATCH.PENDCHG        S ".
000520     05 FILLER                   PIC X(36)
000530                 VALUE "XFERSTATPROD.BATCH.XFERSTAT       S ".
000535     05 FILLER                   PIC X(36)
000535                 VALUE "FBZINTCTPROD.BATCH.FBZINTCT       S ".
000540     05 FILLER                   PIC X(36)
000550                 VALUE "FBZHOLD PROD.BATCH.FBZHOLD        S ".
000555     05 FILLER                   PIC X(36)
000555                 VALUE "FBZMANIFPROD.BATCH.FBZMANIF       S ".
000557     05 FILLER                   PIC X(36)
000557                 VALUE "FBZRTLOGPROD.BATCH.FBZRTLOG       S ".
000560     05 FILLER                   PIC X(36)
000570                 VALUE "CHGLOG  PROD.BATCH.CHGLOG         S ".
000575     05 FILLER                   PIC X(36)
000575                 VALUE "CHGTOT  PROD.BATCH.CHGTOT         S ".
000580     05 FILLER                   PIC X(36)
000590                 VALUE "FACCKPT PROD.BATCH.FACCKPT        S ".
000600     05 FILLER                   PIC X(36)
000610                 VALUE "INQAUDITPROD.BATCH.INQAUDIT       S ".
000615     05 FILLER                   PIC X(36)
000616                 VALUE "SECVIOL PROD.BATCH.SECVIOL        S ".
000617     05 FILLER                   PIC X(36)
000618                 VALUE "MASKCNT PROD.BATCH.MASKCNT        S ".
000620     05 FILLER                   PIC X(36)
000630                 VALUE "RPTARCH PROD.BATCH.RPTARCH        S ".
000640     05 FILLER                   PIC X(36)
000650                 VALUE "RSLTJRNLPROD.BATCH.RSLTJRNL       S ".
000660     05 FILLER                   PIC X(36)
000670                 VALUE "BIGJRNL PROD.BATCH.BIGJRNL        S ".
000675     05 FILLER                   PIC X(36)
000675                 VALUE "RSLTOLD PROD.BATCH.RSLTOLD        S ".
000680     05 FILLER                   PIC X(36)
000690                 VALUE "RSLTMST PROD.BATCH.RSLTMST        K ".
000700     05 FILLER                   PIC X(36)
000710                 VALUE "BIGMST  PROD.BATCH.BIGMST         K ".
000720     05 FILLER                   PIC X(36)
000730                 VALUE "FBZHMST PROD.BATCH.FBZHMST        K ".
000740     05 FILLER                   PIC X(36)
000750                 VALUE "DLYSTAT PROD.BATCH.DLYSTAT        K ".
000760     05 FILLER                   PIC X(36)
000770                 VALUE "FIBKEY  PROD.BATCH.FIBKEY         K ".
000780     05 FILLER                   PIC X(36)
000790                 VALUE "FACRSLT PROD.BATCH.FACRSLT        SR".
000800     05 FILLER                   PIC X(36)
000810                 VALUE "FIBRSLT PROD.BATCH.FIBRSLT        SR".
000820     05 FILLER                   PIC X(36)
000830                 VALUE "PRMRSLT PROD.BATCH.PRMRSLT        SR".
000840     05 FILLER                   PIC X(36)
000850                 VALUE "FBZOUT  PROD.BATCH.FBZOUT         SZ".
000860     05 FILLER                   PIC X(36)
000870                 VALUE "CMBRSLT PROD.BATCH.CMBRSLT        S ".
000880     05 FILLER                   PIC X(36)
000890                 VALUE "FACOUT  PROD.BATCH.FACOUT         S ".
000900     05 FILLER                   PIC X(36)
000910                 VALUE "FACBIG  PROD.BATCH.FACBIG         S ".
000920     05 FILLER                   PIC X(36)
000930                 VALUE "FIBBIG  PROD.BATCH.FIBBIG         S ".
000940     05 FILLER                   PIC X(36)
000950                 VALUE "CMBBIG  PROD.BATCH.CMBBIG         S ".
000960     05 FILLER                   PIC X(36)
000970                 VALUE "FACREJ  PROD.BATCH.FACREJ         S ".
000980     05 FILLER                   PIC X(36)
000990                 VALUE "FIBREJ  PROD.BATCH.FIBREJ         S ".
001000     05 FILLER                   PIC X(36)
001010                 VALUE "CMBREJ  PROD.BATCH.CMBREJ         S ".
001020     05 FILLER                   PIC X(36)
001030                 VALUE "FBZREJ  PROD.BATCH.FBZREJ         S ".
001040     05 FILLER                   PIC X(36)
001050                 VALUE "PRMREJ  PROD.BATCH.PRMREJ         S ".
001050     05 FILLER                   PIC X(36)
001050                 VALUE "FBZROUT1PROD.BATCH.FBZROUT1       S ".
001050     05 FILLER                   PIC X(36)
001050                 VALUE "FBZROUT2PROD.BATCH.FBZROUT2       S ".
001050     05 FILLER                   PIC X(36)
001050                 VALUE "FBZUNTAGPROD.BATCH.FBZUNTAG       S ".
001050     05 FILLER                   PIC X(36)
001050                 VALUE "FACRQST1PROD.BATCH.FACRQST1       S ".
001050     05 FILLER                   PIC X(36)
001050                 VALUE "FACRQST2PROD.BATCH.FACRQST2       S ".
001050     05 FILLER                   PIC X(36)
001050                 VALUE "FACUNRTEPROD.BATCH.FACUNRTE       S ".
001060 01  DRS-SET-TABLE REDEFINES DRS-SET-ENTRIES.
001070     05 DRS-ENTRY OCCURS 59 TIMES
001080             INDEXED BY DRS-IDX.
001090         10 DRS-NAME             PIC X(08).
001100         10 DRS-DSN              PIC X(26).
001110         10 DRS-ORG              PIC X(01).
001120             88 DRS-KEYED            VALUE "K".
001130         10 DRS-TRAILER          PIC X(01).
001140             88 DRS-RESULT-TRAILER   VALUE "R".
001150             88 DRS-FBZOUT-TRAILER   VALUE "Z".
001160 01  DRS-SET-COUNT               PIC 9(03) COMP VALUE 59.
