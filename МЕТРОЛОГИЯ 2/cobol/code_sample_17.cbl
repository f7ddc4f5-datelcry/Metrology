   02	SubscriberIdAL	PIC 9(7).
   02	CountryCodeAL		PIC XX.
   02	PublicationAL		PIC X(3).
   02	PayFreqAL		PIC 9.
   02	AgentCodeAL		PIC X(4).

FD CountryFile.
01 CountryRec.
