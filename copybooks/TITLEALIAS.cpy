      *    Call area for TitleAlias.  Put a title - as typed, or as
      *    it sits in a data file, with or without its file
      *    extension - in AliasText and CALL "TitleAlias" USING
      *    AliasArea; match and store on AliasCanon.  AliasExt comes
      *    back holding the extension (".mkv") when one had to come
      *    off the end before the title resolved.
           01 AliasArea.
               02 AliasText            PIC X(70).
               02 AliasCanon           PIC X(60).
               02 AliasExt             PIC X(5).
      *        A - an alternate spelling out of TitleAliases.txt
      *        L - already a library title, in the library's case
      *        N - neither; AliasCanon is the text as it came in
               02 AliasHow             PIC X.
                   88 AliasFromFile    VALUE "A".
                   88 AliasFromLibrary VALUE "L".
                   88 AliasNotKnown    VALUE "N".
      *        Y when AliasCanon is a title in the library today -
      *        an alias can point at a film still on the want list
               02 AliasLib             PIC X.
                   88 AliasInLibrary   VALUE "Y".
