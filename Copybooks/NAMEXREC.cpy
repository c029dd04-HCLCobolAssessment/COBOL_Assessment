      *> Shared layout for the sound-alike cross-reference NAMEXREF,
      *> written by NAMESNDX with one record per NAMEMAST key: the key,
      *> the phonetic skeleton the whole key was coded to, and how many
      *> suspect pairs the key sits in - the stewards look a key up here
      *> instead of re-running the whole comparison, and a zero count
      *> means nothing sounds like it. ERASNAME masks an erased key
      *> here along with its skeleton.
       01  SOUNDEX-XREF-REC.
           05 NX-NAME-KEY      PIC X(30).
           05 NX-PHONETIC-KEY  PIC X(30).
           05 NX-SUSPECT-COUNT PIC 9(4).
           05 FILLER           PIC X(6).
