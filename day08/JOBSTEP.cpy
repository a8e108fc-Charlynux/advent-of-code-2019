      *> Job-stream definition record for JOBCTL, one line per step
      *> or file handoff, run top to bottom. An 'S' record names a
      *> step: the program, the highest return code it may end with
      *> before the stream is stopped, and the command that runs it
      *> (blank means the program name itself). The 'H' records that
      *> follow a step are its file handoffs: the FROM file is copied
      *> over the TO file 'B'efore the step starts or 'A'fter it
      *> ends within its limit. Lines starting '*' are comments.
      *> The nightly stream is:
      *>   S PROBEMNT PROBEMNT 004
      *>   S HELLO    HELLO    008
      *>   S RETRYBLD RETRYBLD 008
      *>   H A worklist.next                            worklist
      *>   S DECSUMM  DECSUMM  004
      *>   S MSGRPT   MSGRPT   004
      *>   S HSEKEEP  HSEKEEP  004
      *> With CTL-PARTITIONS set on the control record the decode is
      *> run in partitions, the HELLO step becoming three (the HELLO
      *> command is one line in the stream, wrapped here):
      *>   S WLSPLIT  WLSPLIT  008
      *>   S HELLO    HELLO    008 HELLO 01&A=$!;HELLO 02&B=$!;
      *>                           HELLO 03&C=$!;R=0;for P in $A $B $C;
      *>                           do wait $P;S=$?;[ $S -gt $R ]&&R=$S;
      *>                           done;exit $R
      *>   S DECMERGE DECMERGE 008
      *> with one 'HELLO nn&' per partition and its pid in the loop.
      *> Every partition is waited for and the step ends with the
      *> worst partition's code, so a partition that abends stops the
      *> stream at HELLO; rerunning JOBCTL restarts it there and the
      *> partitions that finished are not run again. DECMERGE still
      *> ends with 12 if a partition left no control file.
      *> On the first night of a month the stream ends with the
      *> chargeback for the month just closed:
      *>   S CHGBACK  CHGBACK  004
           05 JST-REC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 JST-STEP-DATA.
              10 JST-STEP-NAME PIC X(8).
              10 FILLER PIC X(1).
              10 JST-PROGRAM PIC X(8).
              10 FILLER PIC X(1).
              10 JST-MAX-RC PIC 9(3).
              10 FILLER PIC X(1).
              10 JST-COMMAND PIC X(120).
           05 JST-HANDOFF-DATA REDEFINES JST-STEP-DATA.
              10 JST-HANDOFF-WHEN PIC X(1).
              10 FILLER PIC X(1).
              10 JST-HANDOFF-FROM PIC X(40).
              10 FILLER PIC X(1).
              10 JST-HANDOFF-TO PIC X(40).
              10 FILLER PIC X(59).
